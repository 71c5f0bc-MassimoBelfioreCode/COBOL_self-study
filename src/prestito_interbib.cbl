      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRESTITO-INTERBIB.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> pratiche di prestito interbibliotecario, in entrata e in
        *> uscita, chiave = numero pratica progressivo
        SELECT INTERBIB ASSIGN TO "INTERBIB"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IB-NUMERO
        *> chiave alternativa per le pratiche in uscita di un titolo,
        *> letta da CONTROLLO-COPIE
            ALTERNATE RECORD KEY IS IB-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-INTERBIB-STATUS.

        *> ultimo numero di pratica assegnato, un solo record
        SELECT INTERBIB-NUMERATORE ASSIGN TO "INTBNUM"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS RANDOM
            RELATIVE KEY IS WS-NUMERATORE-KEY
            FILE STATUS IS WS-NUMERATORE-STATUS.

        *> stesso catalogo letto/aggiornato da BIBLIOTECA: la copia
        *> prestata a un'altra biblioteca esce dal disponibile come
        *> per un prestito al banco
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> log di audit: stesso file condiviso con BIBLIOTECA/AGGIORNA-PREZZO
        SELECT LIBRO-AUDIT ASSIGN TO "LIBROAUD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        *> anagrafica utenti gestita da GESTIONE-UTENTI: qui letta solo
        *> per validare il richiedente di un prestito in entrata
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> coda prenotazioni alimentata da PRENOTAZIONE: la copia che
        *> rientra dall'altra biblioteca va trattenuta per il primo
        *> utente in attesa, come sul rientro al banco
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> lista ritiri per il banco: una riga per ogni copia trattenuta
        SELECT LISTA-RITIRI ASSIGN TO "RITIRI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RITIRI-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE: durata del prestito all'utente
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  INTERBIB.
        COPY INTERBIB REPLACING ==:INTERBIB-REC:== BY ==INTERBIB-RECORD==
                                 ==:PFX:==          BY ==IB==.

    FD  INTERBIB-NUMERATORE.
      01 NUMERATORE-RECORD.
            02 INM-ULTIMO-NUMERO PIC 9(8).

    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  LIBRO-AUDIT.
        COPY AUDIT REPLACING ==:AUDIT-REC:== BY ==AUDIT-RECORD==
                              ==:PFX:==       BY ==AU==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  LISTA-RITIRI.
      01 RITIRO-RECORD.
            02 RIT-DATA           PIC 9(8).
            02 FILLER             PIC X(1).
            02 RIT-CODICE-LIBRO   PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-TITOLO         PIC X(40).
            02 FILLER             PIC X(1).
            02 RIT-CODICE-UTENTE  PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-NOME-UTENTE    PIC X(30).
            02 FILLER             PIC X(1).
            02 RIT-SEDE           PIC X(3).

    FD  POLITICHE.
        COPY POLITICA REPLACING ==:POLITICA-REC:== BY ==POLITICA-RECORD==
                                 ==:PFX:==          BY ==PO==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> livello minimo per questa transazione (1=banco, 2=supervisore)
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 1.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-INTERBIB-STATUS PIC X(2).
            88 WS-INTERBIB-OK          VALUE "00".
            88 WS-INTERBIB-NON-TROVATO VALUE "23".
            88 WS-INTERBIB-NON-ESISTE  VALUE "35".

      01 WS-NUMERATORE-STATUS PIC X(2).
            88 WS-NUMERATORE-OK          VALUE "00".
            88 WS-NUMERATORE-NON-TROVATO VALUE "23".
            88 WS-NUMERATORE-NON-ESISTE  VALUE "35".

      01 WS-NUMERATORE-KEY PIC 9(4) VALUE 1.

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-AUDIT-STATUS PIC X(2).
            88 WS-AUDIT-OK VALUE "00".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-TROVATO VALUE "23".
            88 WS-UTENTI-NON-ESISTE  VALUE "35".

      01 WS-POLITICHE-STATUS PIC X(2).
            88 WS-POLITICHE-OK         VALUE "00".
            88 WS-POLITICHE-NON-ESISTE VALUE "35".

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-RITIRI-STATUS PIC X(2).
            88 WS-RITIRI-OK VALUE "00".

    *> la copia rientrata resta al banco della sede centrale
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-PRENOTAZIONE-TROVATA PIC X(1) VALUE "N".
            88 PRENOTAZIONE-TROVATA     VALUE "S".
            88 PRENOTAZIONE-NON-TROVATA VALUE "N".

    *> chiave della prima prenotazione in attesa trovata in coda
      01 WS-ID-PRENOTAZIONE-TROVATA PIC X(36).

      01 WS-OPERATORE PIC X(8) VALUE SPACES.
      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-ORA-ODIERNA  PIC 9(8).

    *> durata standard del prestito, per le categorie senza politica
      01 WS-STD-GIORNI-PRESTITO PIC 9(3) VALUE 14.
      01 WS-GIORNI-PRESTITO     PIC 9(3).
      01 WS-SCADENZA-UTENTE     PIC 9(8).

    *> dati in ingresso della transazione interbibliotecaria
      01 WS-IN-AZIONE PIC X(1).
            88 AZIONE-NUOVA      VALUE "N".
            88 AZIONE-SPEDIZIONE VALUE "S".
            88 AZIONE-CONSEGNA   VALUE "C".
            88 AZIONE-RESO       VALUE "U".
            88 AZIONE-CHIUSURA   VALUE "F".
            88 AZIONE-ANNULLA    VALUE "A".
            88 AZIONE-VISUALIZZA VALUE "V".

      01 WS-INPUT-PRATICA.
            02 WS-IN-NUMERO         PIC 9(8).
            02 WS-IN-DIREZIONE      PIC X(1).
                  88 DIREZIONE-VALIDA VALUE "E" "U".
            02 WS-IN-BIBLIOTECA     PIC X(30).
            02 WS-IN-CODICE-LIBRO   PIC X(10).
            02 WS-IN-CODICE-UTENTE  PIC X(10).
            02 WS-IN-TITOLO         PIC X(40).
            02 WS-IN-AUTORE         PIC X(30).
            02 WS-IN-DATA-SCADENZA  PIC 9(8).
            02 WS-IN-SPESE-CENTESIMI PIC 9(5).

      01 WS-SPESE-POSTALI PIC 9(3)V9(2).

      01 WS-PRATICA-VALIDA PIC X(1) VALUE "N".
            88 PRATICA-VALIDA     VALUE "S".
            88 PRATICA-NON-VALIDA VALUE "N".

      01 WS-COPIE-VECCHIE PIC 9(3).

      *> formattazione leggibile delle copie per la colonna di testo del log
      01 WS-COPIE-EDIT PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ACCETTA-RICHIESTA
        IF AZIONE-NUOVA
            PERFORM 3000-NUOVA-PRATICA
        ELSE
            IF AZIONE-VISUALIZZA
                PERFORM 2500-LEGGI-PRATICA
                IF PRATICA-VALIDA
                    PERFORM 8000-MOSTRA-PRATICA
                END-IF
            ELSE
                PERFORM 2500-LEGGI-PRATICA
                IF PRATICA-VALIDA
                    PERFORM 2600-ESEGUI-AZIONE
                END-IF
            END-IF
        END-IF
        PERFORM 9000-CHIUDI-FILE
    END-IF
    STOP RUN.

0500-IDENTIFICA-OPERATORE.
    *> firma contro il file operatori: senza un operatore attivo e
    *> con il livello richiesto la transazione non parte
    SET OPERATORE-NON-VALIDO TO TRUE
    OPEN INPUT OPERATORI
    IF WS-OPERATORI-NON-ESISTE
        OPEN OUTPUT OPERATORI
        CLOSE OPERATORI
        OPEN INPUT OPERATORI
    END-IF
    DISPLAY "Codice operatore: " WITH NO ADVANCING
    ACCEPT WS-IN-CODICE-OPERATORE
    MOVE WS-IN-CODICE-OPERATORE TO OP-CODICE
    READ OPERATORI
        INVALID KEY
            DISPLAY "Operatore non riconosciuto: "
                    WS-IN-CODICE-OPERATORE
    END-READ
    IF WS-OPERATORI-OK AND OP-STATO = "S"
        DISPLAY "Operatore sospeso, transazione rifiutata: " OP-NOME
        MOVE "23" TO WS-OPERATORI-STATUS
    END-IF
    IF WS-OPERATORI-OK AND OP-LIVELLO < WS-LIVELLO-RICHIESTO
        DISPLAY "Autorizzazione insufficiente (livello " OP-LIVELLO
                ", richiesto " WS-LIVELLO-RICHIESTO
                "), transazione rifiutata: " OP-NOME
        MOVE "23" TO WS-OPERATORI-STATUS
    END-IF
    IF WS-OPERATORI-OK
        SET OPERATORE-VALIDO TO TRUE
        MOVE OP-CODICE TO WS-OPERATORE
        DISPLAY "Operatore: " OP-NOME
    END-IF
    CLOSE OPERATORI.

1000-APRI-FILE.
    OPEN I-O INTERBIB
    IF WS-INTERBIB-NON-ESISTE
        OPEN OUTPUT INTERBIB
        CLOSE INTERBIB
        OPEN I-O INTERBIB
    END-IF
    OPEN I-O INTERBIB-NUMERATORE
    IF WS-NUMERATORE-NON-ESISTE
        OPEN OUTPUT INTERBIB-NUMERATORE
        CLOSE INTERBIB-NUMERATORE
        OPEN I-O INTERBIB-NUMERATORE
    END-IF
    OPEN I-O LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN I-O LIBRO-MASTER
    END-IF
    OPEN EXTEND LIBRO-AUDIT
    IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
        OPEN OUTPUT LIBRO-AUDIT
    END-IF
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
    END-IF
    OPEN INPUT POLITICHE
    IF WS-POLITICHE-NON-ESISTE
        OPEN OUTPUT POLITICHE
        CLOSE POLITICHE
        OPEN INPUT POLITICHE
    END-IF
    OPEN I-O PRENOTAZIONI
    IF WS-PRENOTAZIONI-NON-ESISTE
        OPEN OUTPUT PRENOTAZIONI
        CLOSE PRENOTAZIONI
        OPEN I-O PRENOTAZIONI
    END-IF
    OPEN EXTEND LISTA-RITIRI
    IF WS-RITIRI-STATUS = "05" OR WS-RITIRI-STATUS = "35"
        OPEN OUTPUT LISTA-RITIRI
    END-IF
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Azione (N)uova (S)pedizione/arrivo (C)onsegna utente "
            "reso (U)tente (F)ine (A)nnulla (V)isualizza: "
            WITH NO ADVANCING
    ACCEPT WS-IN-AZIONE
    MOVE 0 TO WS-IN-SPESE-CENTESIMI
    IF AZIONE-NUOVA
        DISPLAY "Direzione (E=in entrata U=in uscita): "
                WITH NO ADVANCING
        ACCEPT WS-IN-DIREZIONE
        DISPLAY "Biblioteca corrispondente: " WITH NO ADVANCING
        ACCEPT WS-IN-BIBLIOTECA
        IF WS-IN-DIREZIONE = "U"
            DISPLAY "Codice libro: " WITH NO ADVANCING
            ACCEPT WS-IN-CODICE-LIBRO
        ELSE
            DISPLAY "Codice utente richiedente: " WITH NO ADVANCING
            ACCEPT WS-IN-CODICE-UTENTE
            DISPLAY "Titolo: " WITH NO ADVANCING
            ACCEPT WS-IN-TITOLO
            DISPLAY "Autore: " WITH NO ADVANCING
            ACCEPT WS-IN-AUTORE
        END-IF
    ELSE
        DISPLAY "Numero pratica: " WITH NO ADVANCING
        ACCEPT WS-IN-NUMERO
    END-IF
    IF AZIONE-SPEDIZIONE
        DISPLAY "Scadenza concordata (AAAAMMGG): " WITH NO ADVANCING
        ACCEPT WS-IN-DATA-SCADENZA
    END-IF
    IF AZIONE-SPEDIZIONE OR AZIONE-CHIUSURA
        DISPLAY "Spese postali in centesimi, es. 450 per 4.50 "
                "(vuoto = nessuna): " WITH NO ADVANCING
        ACCEPT WS-IN-SPESE-CENTESIMI
        IF WS-IN-SPESE-CENTESIMI NOT NUMERIC
            MOVE 0 TO WS-IN-SPESE-CENTESIMI
        END-IF
    END-IF
    COMPUTE WS-SPESE-POSTALI = WS-IN-SPESE-CENTESIMI / 100.

2500-LEGGI-PRATICA.
    SET PRATICA-VALIDA TO TRUE
    MOVE WS-IN-NUMERO TO IB-NUMERO
    READ INTERBIB
        INVALID KEY
            DISPLAY "Pratica interbibliotecaria non trovata: numero "
                    WS-IN-NUMERO
            SET PRATICA-NON-VALIDA TO TRUE
    END-READ.

2600-ESEGUI-AZIONE.
    IF AZIONE-SPEDIZIONE
        PERFORM 4000-SPEDIZIONE
    ELSE
        IF AZIONE-CONSEGNA
            PERFORM 5000-CONSEGNA-UTENTE
        ELSE
            IF AZIONE-RESO
                PERFORM 6000-RESO-UTENTE
            ELSE
                IF AZIONE-CHIUSURA
                    PERFORM 7000-CHIUDI-PRATICA
                ELSE
                    IF AZIONE-ANNULLA
                        PERFORM 7500-ANNULLA-PRATICA
                    ELSE
                        DISPLAY "Azione non riconosciuta: "
                                WS-IN-AZIONE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

3000-NUOVA-PRATICA.
    PERFORM 3100-VALIDA-PRATICA
    IF PRATICA-VALIDA
        PERFORM 3300-SCRIVI-PRATICA
    END-IF.

3100-VALIDA-PRATICA.
    *> in uscita il titolo si prende dal catalogo; in entrata il
    *> volume non e' nostro e si descrive a mano, ma il richiedente
    *> deve essere un utente in regola
    SET PRATICA-VALIDA TO TRUE
    IF NOT DIREZIONE-VALIDA
        DISPLAY "Direzione non valida: " WS-IN-DIREZIONE
                " (ammesse E, U), pratica rifiutata"
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF
    IF PRATICA-VALIDA AND WS-IN-BIBLIOTECA = SPACES
        DISPLAY "Biblioteca corrispondente mancante, pratica rifiutata"
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF
    IF PRATICA-VALIDA AND WS-IN-DIREZIONE = "U"
        MOVE WS-IN-CODICE-LIBRO TO LM-CODICE
        READ LIBRO-MASTER
            INVALID KEY
                DISPLAY "Libro non trovato a catalogo: codice "
                        LM-CODICE ", pratica rifiutata"
                SET PRATICA-NON-VALIDA TO TRUE
            NOT INVALID KEY
                IF LM-STATO = "R"
                    DISPLAY "Titolo ritirato dalla collezione il "
                            LM-DATA-RITIRO ", pratica rifiutata: codice "
                            LM-CODICE
                    SET PRATICA-NON-VALIDA TO TRUE
                END-IF
        END-READ
    END-IF
    IF PRATICA-VALIDA AND WS-IN-DIREZIONE = "E"
        MOVE WS-IN-CODICE-UTENTE TO UT-CODICE
        PERFORM 3200-VERIFICA-UTENTE
        IF PRATICA-VALIDA AND WS-IN-TITOLO = SPACES
            DISPLAY "Titolo mancante, pratica rifiutata"
            SET PRATICA-NON-VALIDA TO TRUE
        END-IF
    END-IF.

3200-VERIFICA-UTENTE.
    *> stessi controlli di PRESTITO: tessera esistente, attiva e
    *> non scaduta
    READ UTENTI-MASTER
        INVALID KEY
            DISPLAY "Utente non trovato in anagrafica: codice "
                    UT-CODICE
            SET PRATICA-NON-VALIDA TO TRUE
    END-READ
    IF PRATICA-VALIDA AND UT-STATO = "S"
        DISPLAY "Utente sospeso, pratica rifiutata: " UT-NOME
                " codice " UT-CODICE
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF
    IF PRATICA-VALIDA AND UT-DATA-SCADENZA < WS-DATA-ODIERNA
        DISPLAY "Tessera scaduta il " UT-DATA-SCADENZA
                ", pratica rifiutata: " UT-NOME
                " codice " UT-CODICE
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF.

3300-SCRIVI-PRATICA.
    PERFORM 3400-PROSSIMO-NUMERO
    MOVE WS-IN-BIBLIOTECA  TO IB-BIBLIOTECA
    MOVE WS-IN-DIREZIONE   TO IB-DIREZIONE
    IF WS-IN-DIREZIONE = "U"
        MOVE LM-TIT             TO IB-TITOLO
        MOVE LM-AUT             TO IB-AUTORE
        MOVE WS-IN-CODICE-LIBRO TO IB-CODICE-LIBRO
        MOVE SPACES             TO IB-CODICE-UTENTE
    ELSE
        MOVE WS-IN-TITOLO        TO IB-TITOLO
        MOVE WS-IN-AUTORE        TO IB-AUTORE
        MOVE SPACES              TO IB-CODICE-LIBRO
        MOVE WS-IN-CODICE-UTENTE TO IB-CODICE-UTENTE
    END-IF
    MOVE "R"             TO IB-STATO
    MOVE WS-DATA-ODIERNA TO IB-DATA-RICHIESTA
    MOVE 0               TO IB-DATA-SPEDIZIONE
    MOVE 0               TO IB-DATA-SCADENZA
    MOVE 0               TO IB-DATA-RIENTRO
    MOVE 0               TO IB-DATA-CONSEGNA
    MOVE 0               TO IB-SCADENZA-UTENTE
    MOVE 0               TO IB-SPESE-POSTALI
    MOVE WS-OPERATORE    TO IB-OPERATORE
    WRITE INTERBIB-RECORD
        INVALID KEY
            DISPLAY "Impossibile registrare la pratica numero "
                    IB-NUMERO
        NOT INVALID KEY
            DISPLAY "Pratica registrata numero " IB-NUMERO
                    " direzione " IB-DIREZIONE
                    " biblioteca " IB-BIBLIOTECA
            DISPLAY "Titolo " IB-TITOLO
    END-WRITE.

3400-PROSSIMO-NUMERO.
    READ INTERBIB-NUMERATORE
        INVALID KEY
            MOVE 1 TO INM-ULTIMO-NUMERO
            WRITE NUMERATORE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile inizializzare il numeratore "
                            "pratiche interbibliotecarie"
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO INM-ULTIMO-NUMERO
            REWRITE NUMERATORE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare il numeratore "
                            "pratiche interbibliotecarie"
            END-REWRITE
    END-READ
    MOVE INM-ULTIMO-NUMERO TO IB-NUMERO.

4000-SPEDIZIONE.
    *> in uscita: la copia parte per l'altra biblioteca e lascia il
    *> disponibile come un prestito al banco; in entrata: il volume
    *> e' arrivato in sede ed e' pronto per il richiedente
    IF IB-STATO NOT = "R"
        DISPLAY "Pratica numero " IB-NUMERO
                " non in stato richiesta (stato " IB-STATO
                "), spedizione rifiutata"
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF
    IF PRATICA-VALIDA
        IF WS-IN-DATA-SCADENZA NOT NUMERIC
           OR WS-IN-DATA-SCADENZA NOT > WS-DATA-ODIERNA
            DISPLAY "Scadenza concordata non valida, "
                    "spedizione rifiutata"
            SET PRATICA-NON-VALIDA TO TRUE
        END-IF
    END-IF
    IF PRATICA-VALIDA AND IB-DIREZIONE = "U"
        MOVE IB-CODICE-LIBRO TO LM-CODICE
        READ LIBRO-MASTER
            INVALID KEY
                DISPLAY "Libro non trovato a catalogo: codice "
                        LM-CODICE ", spedizione rifiutata"
                SET PRATICA-NON-VALIDA TO TRUE
        END-READ
        IF PRATICA-VALIDA AND LM-COPIE = 0
            DISPLAY "Nessuna copia disponibile per: " LM-TIT
                    ", spedizione rifiutata"
            SET PRATICA-NON-VALIDA TO TRUE
        END-IF
        IF PRATICA-VALIDA
            PERFORM 4100-SCALA-COPIA
        END-IF
    END-IF
    IF PRATICA-VALIDA
        MOVE "T"                 TO IB-STATO
        MOVE WS-DATA-ODIERNA     TO IB-DATA-SPEDIZIONE
        MOVE WS-IN-DATA-SCADENZA TO IB-DATA-SCADENZA
        ADD WS-SPESE-POSTALI     TO IB-SPESE-POSTALI
        PERFORM 7900-RISCRIVI-PRATICA
        IF IB-DIREZIONE = "U"
            DISPLAY "Copia spedita a " IB-BIBLIOTECA
                    " scadenza " IB-DATA-SCADENZA
                    " disponibili " LM-COPIE
        ELSE
            DISPLAY "Volume arrivato da " IB-BIBLIOTECA
                    " scadenza " IB-DATA-SCADENZA
                    " per utente " IB-CODICE-UTENTE
        END-IF
    END-IF.

4100-SCALA-COPIA.
    MOVE LM-COPIE TO WS-COPIE-VECCHIE
    SUBTRACT 1 FROM LM-COPIE
    REWRITE LIBRO-MASTER-RECORD
        INVALID KEY
            DISPLAY "Impossibile aggiornare le copie, codice " LM-CODICE
            SET PRATICA-NON-VALIDA TO TRUE
        NOT INVALID KEY
            PERFORM 4200-REGISTRA-AUDIT-COPIE
    END-REWRITE.

4200-REGISTRA-AUDIT-COPIE.
    ACCEPT WS-ORA-ODIERNA FROM TIME
    MOVE WS-DATA-ODIERNA  TO AU-DATA
    MOVE WS-ORA-ODIERNA   TO AU-ORA
    MOVE WS-OPERATORE     TO AU-OPERATORE
    MOVE LM-CODICE        TO AU-CODICE
    MOVE "COPIE"          TO AU-CAMPO
    MOVE WS-COPIE-VECCHIE TO WS-COPIE-EDIT
    MOVE WS-COPIE-EDIT    TO AU-VAL-VECCHIO
    MOVE LM-COPIE         TO WS-COPIE-EDIT
    MOVE WS-COPIE-EDIT    TO AU-VAL-NUOVO
    WRITE AUDIT-RECORD.

5000-CONSEGNA-UTENTE.
    *> il volume in entrata si presta solo al suo richiedente, con
    *> la durata della sua categoria ma mai oltre la scadenza
    *> concordata con la biblioteca che lo ha prestato
    IF IB-DIREZIONE NOT = "E" OR IB-STATO NOT = "T"
        DISPLAY "Pratica numero " IB-NUMERO
                " non e' un volume in entrata arrivato in sede "
                "(direzione " IB-DIREZIONE " stato " IB-STATO
                "), consegna rifiutata"
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF
    IF PRATICA-VALIDA
        MOVE IB-CODICE-UTENTE TO UT-CODICE
        PERFORM 3200-VERIFICA-UTENTE
    END-IF
    IF PRATICA-VALIDA
        PERFORM 5100-CARICA-POLITICA
        COMPUTE WS-SCADENZA-UTENTE =
            FUNCTION DATE-OF-INTEGER (
                FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
                + WS-GIORNI-PRESTITO)
        IF WS-SCADENZA-UTENTE > IB-DATA-SCADENZA
            MOVE IB-DATA-SCADENZA TO WS-SCADENZA-UTENTE
        END-IF
        MOVE "P"                TO IB-STATO
        MOVE WS-DATA-ODIERNA    TO IB-DATA-CONSEGNA
        MOVE WS-SCADENZA-UTENTE TO IB-SCADENZA-UTENTE
        PERFORM 7900-RISCRIVI-PRATICA
        DISPLAY "Volume consegnato a " UT-NOME
                " codice " UT-CODICE
                " scadenza " IB-SCADENZA-UTENTE
    END-IF.

5100-CARICA-POLITICA.
    *> categoria a spazi vale adulto, categoria senza politica su
    *> POLITICH applica la durata standard
    MOVE WS-STD-GIORNI-PRESTITO TO WS-GIORNI-PRESTITO
    IF UT-CATEGORIA = SPACE
        MOVE "A" TO PO-CATEGORIA
    ELSE
        MOVE UT-CATEGORIA TO PO-CATEGORIA
    END-IF
    READ POLITICHE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PO-GIORNI-PRESTITO TO WS-GIORNI-PRESTITO
    END-READ.

6000-RESO-UTENTE.
    IF IB-DIREZIONE NOT = "E" OR IB-STATO NOT = "P"
        DISPLAY "Pratica numero " IB-NUMERO
                " non e' in prestito a un utente "
                "(direzione " IB-DIREZIONE " stato " IB-STATO
                "), reso rifiutato"
        SET PRATICA-NON-VALIDA TO TRUE
    END-IF
    IF PRATICA-VALIDA
        MOVE "D" TO IB-STATO
        PERFORM 7900-RISCRIVI-PRATICA
        DISPLAY "Volume reso dall'utente " IB-CODICE-UTENTE
                ", da restituire a " IB-BIBLIOTECA
                " entro " IB-DATA-SCADENZA
    END-IF.

7000-CHIUDI-PRATICA.
    *> in uscita: la copia e' rientrata e torna disponibile; in
    *> entrata: il volume e' stato rispedito alla biblioteca
    *> corrispondente (anche se l'utente non lo ha mai ritirato)
    IF IB-DIREZIONE = "U"
        IF IB-STATO NOT = "T"
            DISPLAY "Pratica numero " IB-NUMERO
                    " non ha copie fuori sede (stato " IB-STATO
                    "), chiusura rifiutata"
            SET PRATICA-NON-VALIDA TO TRUE
        END-IF
    ELSE
        IF IB-STATO NOT = "T" AND IB-STATO NOT = "D"
            DISPLAY "Pratica numero " IB-NUMERO
                    " non ha un volume in sede da restituire (stato "
                    IB-STATO "), chiusura rifiutata"
            SET PRATICA-NON-VALIDA TO TRUE
        END-IF
    END-IF
    IF PRATICA-VALIDA AND IB-DIREZIONE = "U"
        MOVE IB-CODICE-LIBRO TO LM-CODICE
        READ LIBRO-MASTER
            INVALID KEY
                DISPLAY "Libro non trovato a catalogo: codice "
                        LM-CODICE ", chiusura rifiutata"
                SET PRATICA-NON-VALIDA TO TRUE
        END-READ
        IF PRATICA-VALIDA
            PERFORM 7100-RIENTRA-COPIA
        END-IF
    END-IF
    IF PRATICA-VALIDA
        MOVE "C"             TO IB-STATO
        MOVE WS-DATA-ODIERNA TO IB-DATA-RIENTRO
        ADD WS-SPESE-POSTALI TO IB-SPESE-POSTALI
        PERFORM 7900-RISCRIVI-PRATICA
        DISPLAY "Pratica numero " IB-NUMERO " chiusa il "
                IB-DATA-RIENTRO " spese postali " IB-SPESE-POSTALI
        IF IB-DATA-RIENTRO > IB-DATA-SCADENZA
            DISPLAY "Attenzione: chiusa oltre la scadenza concordata "
                    IB-DATA-SCADENZA
        END-IF
    END-IF.

7100-RIENTRA-COPIA.
    *> come in RIENTRO: prima la coda prenotazioni, poi lo scaffale.
    *> Se qualcuno aspetta il titolo la copia resta al banco per lui
    *> e non torna nello stock libero
    PERFORM 7150-CERCA-PRIMA-IN-ATTESA
    IF PRENOTAZIONE-TROVATA
        PERFORM 7160-TRATTIENI-COPIA
    ELSE
        MOVE LM-COPIE TO WS-COPIE-VECCHIE
        ADD 1 TO LM-COPIE
        REWRITE LIBRO-MASTER-RECORD
            INVALID KEY
                DISPLAY "Impossibile aggiornare le copie, codice "
                        LM-CODICE
                SET PRATICA-NON-VALIDA TO TRUE
            NOT INVALID KEY
                PERFORM 4200-REGISTRA-AUDIT-COPIE
        END-REWRITE
    END-IF.

7150-CERCA-PRIMA-IN-ATTESA.
    *> la chiave inizia con il codice libro e prosegue con data e ora:
    *> la prima prenotazione in stato A e' la piu' vecchia della coda
    SET PRENOTAZIONE-NON-TROVATA TO TRUE
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LOW-VALUES TO PN-ID-PRENOTAZIONE
    MOVE LM-CODICE TO PN-CODICE-LIBRO
    START PRENOTAZIONI KEY NOT < PN-ID-PRENOTAZIONE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ PRENOTAZIONI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF PN-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-SCANSIONE TO TRUE
            ELSE
                IF PN-STATO = "A"
                    SET PRENOTAZIONE-TROVATA TO TRUE
                    MOVE PN-ID-PRENOTAZIONE TO WS-ID-PRENOTAZIONE-TROVATA
                    SET FINE-SCANSIONE TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

7160-TRATTIENI-COPIA.
    MOVE WS-ID-PRENOTAZIONE-TROVATA TO PN-ID-PRENOTAZIONE
    READ PRENOTAZIONI
        INVALID KEY
            DISPLAY "Impossibile trattenere la copia, prenotazione "
                    WS-ID-PRENOTAZIONE-TROVATA
            SET PRATICA-NON-VALIDA TO TRUE
        NOT INVALID KEY
            PERFORM 7165-DESTINA-COPIA
            REWRITE PRENOTAZIONE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile trattenere la copia, "
                            "prenotazione " WS-ID-PRENOTAZIONE-TROVATA
                    SET PRATICA-NON-VALIDA TO TRUE
                NOT INVALID KEY
                    IF PN-STATO = "P"
                        PERFORM 7170-SCRIVI-RIGA-RITIRO
                        DISPLAY "Copia trattenuta al banco per utente "
                                PN-CODICE-UTENTE
                                " libro " LM-TIT
                    ELSE
                        DISPLAY "Copia in transito dalla sede "
                                PN-SEDE-COPIA " alla sede di ritiro "
                                PN-SEDE-RITIRO " per utente "
                                PN-CODICE-UTENTE
                    END-IF
            END-REWRITE
    END-READ.

7165-DESTINA-COPIA.
    *> il volume rientra dall'altra biblioteca al banco della sede
    *> centrale. Se la sede di ritiro e' la centrale resta al banco
    *> (P) e il termine di ritiro decorre da oggi; altrimenti entra in
    *> transito (T) verso la sede di ritiro e va sulla lista
    *> smistamento. Il prestito in uscita non tocca la giacenza di
    *> sede
    IF PN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO PN-SEDE-RITIRO
    END-IF
    MOVE WS-SEDE-CENTRALE TO PN-SEDE-COPIA
    MOVE "N"              TO PN-GIACENZA-SCALATA
    IF PN-SEDE-RITIRO = PN-SEDE-COPIA
        MOVE "P"             TO PN-STATO
        MOVE WS-DATA-ODIERNA TO PN-DATA-TRATTENUTA
        MOVE 0               TO PN-DATA-TRANSITO
    ELSE
        MOVE "T"             TO PN-STATO
        MOVE 0               TO PN-DATA-TRATTENUTA
        MOVE WS-DATA-ODIERNA TO PN-DATA-TRANSITO
    END-IF.

7170-SCRIVI-RIGA-RITIRO.
    MOVE SPACES TO RITIRO-RECORD
    MOVE WS-DATA-ODIERNA       TO RIT-DATA
    MOVE PN-CODICE-LIBRO       TO RIT-CODICE-LIBRO
    MOVE LM-TIT                TO RIT-TITOLO
    MOVE PN-CODICE-UTENTE      TO RIT-CODICE-UTENTE
    MOVE PN-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACES TO RIT-NOME-UTENTE
        NOT INVALID KEY
            MOVE UT-NOME TO RIT-NOME-UTENTE
    END-READ
    *> la sede in cui la copia aspetta davvero l'utente
    MOVE PN-SEDE-COPIA TO RIT-SEDE
    WRITE RITIRO-RECORD.

7500-ANNULLA-PRATICA.
    *> si annulla solo una richiesta non ancora partita: dopo la
    *> spedizione la pratica si chiude col rientro del volume
    IF IB-STATO NOT = "R"
        DISPLAY "Pratica numero " IB-NUMERO
                " gia' avviata o chiusa (stato " IB-STATO
                "), annullamento rifiutato"
    ELSE
        MOVE "N" TO IB-STATO
        PERFORM 7900-RISCRIVI-PRATICA
        DISPLAY "Pratica numero " IB-NUMERO " annullata"
    END-IF.

7900-RISCRIVI-PRATICA.
    MOVE WS-OPERATORE TO IB-OPERATORE
    REWRITE INTERBIB-RECORD
        INVALID KEY
            DISPLAY "Impossibile aggiornare la pratica numero "
                    IB-NUMERO
    END-REWRITE.

8000-MOSTRA-PRATICA.
    DISPLAY "Pratica " IB-NUMERO " direzione " IB-DIREZIONE
            " stato " IB-STATO
    DISPLAY "Biblioteca " IB-BIBLIOTECA
    DISPLAY "Titolo " IB-TITOLO " autore " IB-AUTORE
    IF IB-DIREZIONE = "U"
        DISPLAY "Codice libro " IB-CODICE-LIBRO
    ELSE
        DISPLAY "Utente " IB-CODICE-UTENTE
                " consegna " IB-DATA-CONSEGNA
                " scadenza utente " IB-SCADENZA-UTENTE
    END-IF
    DISPLAY "Richiesta " IB-DATA-RICHIESTA
            " spedizione " IB-DATA-SPEDIZIONE
            " scadenza " IB-DATA-SCADENZA
            " rientro " IB-DATA-RIENTRO
    DISPLAY "Spese postali " IB-SPESE-POSTALI
            " operatore " IB-OPERATORE.

9000-CHIUDI-FILE.
    CLOSE INTERBIB
    CLOSE INTERBIB-NUMERATORE
    CLOSE LIBRO-MASTER
    CLOSE LIBRO-AUDIT
    CLOSE UTENTI-MASTER
    CLOSE POLITICHE
    CLOSE PRENOTAZIONI
    CLOSE LISTA-RITIRI.
