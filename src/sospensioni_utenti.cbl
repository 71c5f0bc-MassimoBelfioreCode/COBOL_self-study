      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SOSPENSIONI-UTENTI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> anagrafica utenti gestita da GESTIONE-UTENTI: qui la tessera
        *> viene sospesa o riattivata d'ufficio
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> movimenti di prestito: i prestiti aperti e scaduti dell'utente
        *> si trovano posizionandosi sul codice utente in testa alla chiave
        SELECT PRESTITI ASSIGN TO "PRESTITI"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PR-ID-PRESTITO
            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> storico dei solleciti scritto da SOLLECITI-SCADUTI: un
        *> livello 3 su un prestito ancora aperto fa scattare la
        *> sospensione
        SELECT SOLLECITI-STORICO ASSIGN TO "SOLLSTOR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SS-ID-PRESTITO
            FILE STATUS IS WS-STORICO-STATUS.

        *> conti multe per utente, aggiornati da RIENTRO e
        *> PAGAMENTO-MULTE
        SELECT MULTE ASSIGN TO "MULTEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE: danno la soglia multe della categoria
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> report dei cambi di stato per il banco: una riga per tessera
        *> sospesa o riattivata con il motivo, piu' i totali
        SELECT REPORT-SOSPENSIONI ASSIGN TO "SOSPUTEN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

        *> controllo della catena notturna gestito da CONTROLLO-BATCH:
        *> data di lavoro ed esecuzioni per data e job
        SELECT CONTROLLO-BATCH ASSIGN TO "CTLBATCH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CB-CHIAVE
            FILE STATUS IS WS-CONTROLLO-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    *> stesso layout di SOLLECITI-SCADUTI
    FD  SOLLECITI-STORICO.
      01 STORICO-RECORD.
            02 SS-ID-PRESTITO PIC X(28).
            02 SS-LIVELLO     PIC 9(1).
            02 SS-DATA-INVIO  PIC 9(8).

    FD  MULTE.
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  POLITICHE.
        COPY POLITICA REPLACING ==:POLITICA-REC:== BY ==POLITICA-RECORD==
                                 ==:PFX:==          BY ==PO==.

    FD  REPORT-SOSPENSIONI.
      01 REPORT-RECORD PIC X(132).

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    FD  CONTROLLO-BATCH.
        COPY CTLBATC REPLACING ==:CTLBATC-REC:== BY ==CONTROLLO-BATCH-RECORD==
                                ==:PFX:==         BY ==CB==.

    WORKING-STORAGE SECTION.
      01 WS-CONTROLLO-STATUS PIC X(2).
            88 WS-CONTROLLO-OK          VALUE "00".
            88 WS-CONTROLLO-NON-TROVATO VALUE "23".
            88 WS-CONTROLLO-NON-ESISTE  VALUE "35".

    *> nome del job sulla catena notturna e job che devono aver
    *> chiuso la stessa data di lavoro prima che questo parta
      01 WS-CB-JOB PIC X(8) VALUE "SOSPUTEN".
      01 WS-CB-PREREQUISITI.
            02 FILLER PIC X(8) VALUE "SOLLECIT".
            02 FILLER PIC X(8) VALUE SPACES.
      01 WS-CB-TAB-PREREQUISITI REDEFINES WS-CB-PREREQUISITI.
            02 WS-CB-PREREQUISITO PIC X(8) OCCURS 2 TIMES.
      01 WS-CB-P PIC 9(1).

    *> chiave del record con la data di lavoro corrente
      01 WS-CB-JOB-DATA PIC X(8) VALUE "*DATA*".

      01 WS-CB-AUTORIZZATO PIC X(1) VALUE "N".
            88 BATCH-AUTORIZZATO     VALUE "S".
            88 BATCH-NON-AUTORIZZATO VALUE "N".

      01 WS-CB-RIPRESA PIC X(1) VALUE "N".
            88 BATCH-RIPRESA VALUE "S".

      01 WS-CB-DATA-SISTEMA PIC 9(8).
      01 WS-CB-ORA-SISTEMA  PIC 9(8).

      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> livello minimo per questa transazione (1=banco, 2=supervisore)
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 1.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK         VALUE "00".
            88 WS-UTENTI-EOF        VALUE "10".
            88 WS-UTENTI-NON-ESISTE VALUE "35".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-EOF        VALUE "10".
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-STORICO-STATUS PIC X(2).
            88 WS-STORICO-OK          VALUE "00".
            88 WS-STORICO-NON-TROVATO VALUE "23".
            88 WS-STORICO-NON-ESISTE  VALUE "35".

      01 WS-MULTE-STATUS PIC X(2).
            88 WS-MULTE-OK          VALUE "00".
            88 WS-MULTE-NON-TROVATO VALUE "23".
            88 WS-MULTE-NON-ESISTE  VALUE "35".

      01 WS-POLITICHE-STATUS PIC X(2).
            88 WS-POLITICHE-OK          VALUE "00".
            88 WS-POLITICHE-NON-TROVATO VALUE "23".
            88 WS-POLITICHE-NON-ESISTE  VALUE "35".

      01 WS-REPORT-STATUS PIC X(2).
            88 WS-REPORT-OK VALUE "00".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-DATA-ODIERNA PIC 9(8).

    *> la sospensione per multe scatta solo ben oltre la soglia della
    *> categoria (saldo oltre soglia per questo moltiplicatore); il
    *> valore arriva da SYSIN, con un default se la riga e' sporca
      01 WS-IN-MOLTIPLICATORE PIC 9(2).
      01 WS-MOLTIPLICATORE PIC 9(2).
      01 WS-MOLTIPLICATORE-DEFAULT PIC 9(2) VALUE 3.

    *> stessi valori standard di PRESTITO per le categorie senza
    *> politica registrata su POLITICH
      01 WS-STD-SOGLIA-MULTE PIC 9(5)V9(2) VALUE 10.00.
      01 WS-SOGLIA-MULTE PIC 9(5)V9(2).
      01 WS-LIMITE-SOSPENSIONE PIC 9(7)V9(2).

      01 WS-SALDO-UTENTE PIC 9(5)V9(2).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-FINE-PRESTITI PIC X(1) VALUE "N".
            88 FINE-PRESTITI VALUE "S".

    *> situazione dell'utente in esame
      01 WS-PRESTITI-SCADUTI PIC 9(4) VALUE 0.
      01 WS-SOLLECITO-FINALE PIC X(1) VALUE "N".
            88 SOLLECITO-FINALE    VALUE "S".
            88 NO-SOLLECITO-FINALE VALUE "N".
      01 WS-ID-PRESTITO-SOLLECITATO PIC X(28).

      01 WS-STATO-VECCHIO PIC X(1).
      01 WS-MOTIVO PIC X(58).

      01 WS-UTENTI-ESAMINATI   PIC 9(6) VALUE 0.
      01 WS-UTENTI-SOSPESI     PIC 9(6) VALUE 0.
      01 WS-UTENTI-RIATTIVATI  PIC 9(6) VALUE 0.
      01 WS-SOSPESI-MANUALI    PIC 9(6) VALUE 0.

    *> formattazione leggibile degli importi sul report
      01 WS-SALDO-EDIT  PIC ZZZZ9.99.
      01 WS-SOGLIA-EDIT PIC ZZZZZZ9.99.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 0600-CONTROLLO-CATENA
    END-IF
    IF OPERATORE-VALIDO AND BATCH-AUTORIZZATO
        PERFORM 1000-ACCETTA-MOLTIPLICATORE
        PERFORM 1500-APRI-FILE
        PERFORM 2000-SCANDISCI-UTENTI
        PERFORM 7000-SCRIVI-TOTALI
        PERFORM 9000-CHIUDI-FILE
        PERFORM 9500-REGISTRA-CHIUSURA
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

0600-CONTROLLO-CATENA.
    *> la data di lavoro arriva dal file di controllo e non
    *> dall'orologio: una notte recuperata o finita dopo mezzanotte
    *> lavora comunque la sua giornata. Il job non parte (RC 8) se
    *> ha gia' chiuso questa data o se un job da cui dipende non
    *> l'ha ancora chiusa
    SET BATCH-NON-AUTORIZZATO TO TRUE
    MOVE "N" TO WS-CB-RIPRESA
    OPEN I-O CONTROLLO-BATCH
    IF WS-CONTROLLO-NON-ESISTE
        OPEN OUTPUT CONTROLLO-BATCH
        CLOSE CONTROLLO-BATCH
        OPEN I-O CONTROLLO-BATCH
    END-IF
    MOVE 0 TO CB-DATA
    MOVE WS-CB-JOB-DATA TO CB-JOB
    READ CONTROLLO-BATCH
        INVALID KEY
            DISPLAY "Data di lavoro non impostata su CTLBATCH "
                    "(CONTROLLO-BATCH, funzione D): " WS-CB-JOB
                    " non parte"
        NOT INVALID KEY
            SET BATCH-AUTORIZZATO TO TRUE
            MOVE CB-DATA-LAVORO TO WS-DATA-ODIERNA
            DISPLAY "Data di lavoro: " WS-DATA-ODIERNA
    END-READ
    IF BATCH-AUTORIZZATO
        PERFORM 0610-VERIFICA-PREREQUISITI
    END-IF
    IF BATCH-AUTORIZZATO
        MOVE WS-DATA-ODIERNA TO CB-DATA
        MOVE WS-CB-JOB TO CB-JOB
        READ CONTROLLO-BATCH
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CB-STATO = "A"
                    SET BATCH-RIPRESA TO TRUE
                ELSE
                    DISPLAY WS-CB-JOB " ha gia' chiuso la data di "
                            "lavoro " WS-DATA-ODIERNA ": non parte due volte"
                    SET BATCH-NON-AUTORIZZATO TO TRUE
                END-IF
        END-READ
    END-IF
    IF BATCH-AUTORIZZATO
        PERFORM 0620-REGISTRA-AVVIO
    END-IF
    CLOSE CONTROLLO-BATCH
    IF BATCH-NON-AUTORIZZATO
        MOVE 8 TO RETURN-CODE
    END-IF.

0610-VERIFICA-PREREQUISITI.
    PERFORM VARYING WS-CB-P FROM 1 BY 1 UNTIL WS-CB-P > 2
        IF WS-CB-PREREQUISITO (WS-CB-P) NOT = SPACES
            MOVE WS-DATA-ODIERNA TO CB-DATA
            MOVE WS-CB-PREREQUISITO (WS-CB-P) TO CB-JOB
            READ CONTROLLO-BATCH
                INVALID KEY
                    MOVE SPACE TO CB-STATO
            END-READ
            *> F = chiuso a mano dal supervisore: vale come completato
            IF CB-STATO NOT = "C" AND CB-STATO NOT = "F"
                DISPLAY WS-CB-PREREQUISITO (WS-CB-P)
                        " non ha ancora chiuso la data di lavoro "
                        WS-DATA-ODIERNA ": " WS-CB-JOB " non parte"
                SET BATCH-NON-AUTORIZZATO TO TRUE
            END-IF
        END-IF
    END-PERFORM.

0620-REGISTRA-AVVIO.
    *> un record ancora in stato A e' una esecuzione abortita della
    *> stessa data: si riprende contando i tentativi
    ACCEPT WS-CB-DATA-SISTEMA FROM DATE YYYYMMDD
    ACCEPT WS-CB-ORA-SISTEMA  FROM TIME
    IF BATCH-RIPRESA
        DISPLAY "Ripresa di " WS-CB-JOB " sulla data di lavoro "
                WS-DATA-ODIERNA
        ADD 1 TO CB-ESECUZIONI
    ELSE
        MOVE WS-DATA-ODIERNA TO CB-DATA
        MOVE WS-CB-JOB TO CB-JOB
        MOVE 1 TO CB-ESECUZIONI
        MOVE 0 TO CB-DATA-FINE
        MOVE 0 TO CB-ORA-FINE
        MOVE 0 TO CB-DATA-LAVORO
    END-IF
    MOVE "A" TO CB-STATO
    MOVE WS-OPERATORE TO CB-OPERATORE
    MOVE WS-CB-DATA-SISTEMA TO CB-DATA-INIZIO
    MOVE WS-CB-ORA-SISTEMA  TO CB-ORA-INIZIO
    IF BATCH-RIPRESA
        REWRITE CONTROLLO-BATCH-RECORD
            INVALID KEY
                DISPLAY "Errore aggiornamento CTLBATCH: "
                        WS-CONTROLLO-STATUS
                SET BATCH-NON-AUTORIZZATO TO TRUE
        END-REWRITE
    ELSE
        *> chiave gia' presente: nel frattempo e' partita un'altra
        *> esecuzione dello stesso job
        WRITE CONTROLLO-BATCH-RECORD
            INVALID KEY
                DISPLAY WS-CB-JOB " gia' avviato sulla data di lavoro "
                        WS-DATA-ODIERNA ": non parte due volte"
                SET BATCH-NON-AUTORIZZATO TO TRUE
        END-WRITE
    END-IF.

1000-ACCETTA-MOLTIPLICATORE.
    DISPLAY "Moltiplicatore della soglia multe per la sospensione: "
            WITH NO ADVANCING
    ACCEPT WS-IN-MOLTIPLICATORE
    IF WS-IN-MOLTIPLICATORE NOT NUMERIC
       OR WS-IN-MOLTIPLICATORE = 0
        MOVE WS-MOLTIPLICATORE-DEFAULT TO WS-MOLTIPLICATORE
        DISPLAY "Moltiplicatore non valido, applicato il default: "
                WS-MOLTIPLICATORE-DEFAULT
    ELSE
        MOVE WS-IN-MOLTIPLICATORE TO WS-MOLTIPLICATORE
    END-IF.

1500-APRI-FILE.
    OPEN I-O UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN I-O UTENTI-MASTER
    END-IF
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE PRESTITI
        OPEN INPUT PRESTITI
    END-IF
    OPEN INPUT SOLLECITI-STORICO
    IF WS-STORICO-NON-ESISTE
        OPEN OUTPUT SOLLECITI-STORICO
        CLOSE SOLLECITI-STORICO
        OPEN INPUT SOLLECITI-STORICO
    END-IF
    OPEN INPUT MULTE
    IF WS-MULTE-NON-ESISTE
        OPEN OUTPUT MULTE
        CLOSE MULTE
        OPEN INPUT MULTE
    END-IF
    OPEN INPUT POLITICHE
    IF WS-POLITICHE-NON-ESISTE
        OPEN OUTPUT POLITICHE
        CLOSE POLITICHE
        OPEN INPUT POLITICHE
    END-IF
    OPEN OUTPUT REPORT-SOSPENSIONI
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "SOSPENSIONI E RIATTIVAZIONI TESSERE AL " WS-DATA-ODIERNA
           " (SOGLIA MULTE PER " WS-MOLTIPLICATORE
           ") OPERATORE " WS-OPERATORE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

2000-SCANDISCI-UTENTI.
    MOVE LOW-VALUES TO UT-CODICE
    START UTENTI-MASTER KEY NOT < UT-CODICE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ UTENTI-MASTER NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            ADD 1 TO WS-UTENTI-ESAMINATI
            PERFORM 2100-VALUTA-UTENTE
        END-IF
    END-PERFORM.

2100-VALUTA-UTENTE.
    *> una sospensione data dal banco (M, o spazio per le tessere
    *> sospese prima del batch) non si tocca: la toglie solo il banco
    IF UT-STATO = "S" AND UT-ORIGINE-SOSPENSIONE NOT = "B"
        ADD 1 TO WS-SOSPESI-MANUALI
    ELSE
        PERFORM 2200-CARICA-POLITICA
        PERFORM 2300-LEGGI-SALDO
        PERFORM 2400-ESAMINA-PRESTITI
        IF UT-STATO = "S"
            PERFORM 4000-VALUTA-RIATTIVAZIONE
        ELSE
            PERFORM 3000-VALUTA-SOSPENSIONE
        END-IF
    END-IF.

2200-CARICA-POLITICA.
    *> stessa regola di PRESTITO: categoria senza record su POLITICH
    *> applica il valore standard, categoria a spazi vale adulto
    MOVE WS-STD-SOGLIA-MULTE TO WS-SOGLIA-MULTE
    IF UT-CATEGORIA = SPACE
        MOVE "A" TO PO-CATEGORIA
    ELSE
        MOVE UT-CATEGORIA TO PO-CATEGORIA
    END-IF
    READ POLITICHE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PO-SOGLIA-MULTE TO WS-SOGLIA-MULTE
    END-READ
    COMPUTE WS-LIMITE-SOSPENSIONE = WS-SOGLIA-MULTE * WS-MOLTIPLICATORE.

2300-LEGGI-SALDO.
    MOVE 0 TO WS-SALDO-UTENTE
    MOVE UT-CODICE TO MU-CODICE-UTENTE
    READ MULTE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE MU-SALDO TO WS-SALDO-UTENTE
    END-READ.

2400-ESAMINA-PRESTITI.
    *> la chiave PR-ID-PRESTITO inizia con il codice utente: ci si
    *> posiziona sul primo movimento dell'utente e si scorre in avanti.
    *> Per ogni prestito aperto e scaduto si guarda lo storico
    *> solleciti: il livello 3 e' l'ultimo avviso prima del blocco
    MOVE 0 TO WS-PRESTITI-SCADUTI
    SET NO-SOLLECITO-FINALE TO TRUE
    MOVE "N" TO WS-FINE-PRESTITI
    MOVE LOW-VALUES TO PR-ID-PRESTITO
    MOVE UT-CODICE TO PR-ID-PRESTITO (1:10)
    START PRESTITI KEY NOT < PR-ID-PRESTITO
        INVALID KEY SET FINE-PRESTITI TO TRUE
    END-START
    PERFORM UNTIL FINE-PRESTITI
        READ PRESTITI NEXT RECORD
            AT END SET FINE-PRESTITI TO TRUE
        END-READ
        IF NOT FINE-PRESTITI
            IF PR-CODICE-UTENTE NOT = UT-CODICE
                SET FINE-PRESTITI TO TRUE
            ELSE
                IF PR-DATA-RIENTRO = SPACES
                   AND PR-DATA-SCADENZA < WS-DATA-ODIERNA
                    ADD 1 TO WS-PRESTITI-SCADUTI
                    PERFORM 2500-VERIFICA-SOLLECITO
                END-IF
            END-IF
        END-IF
    END-PERFORM.

2500-VERIFICA-SOLLECITO.
    MOVE PR-ID-PRESTITO TO SS-ID-PRESTITO
    READ SOLLECITI-STORICO
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF SS-LIVELLO = 3 AND NO-SOLLECITO-FINALE
                SET SOLLECITO-FINALE TO TRUE
                MOVE PR-ID-PRESTITO TO WS-ID-PRESTITO-SOLLECITATO
            END-IF
    END-READ.

3000-VALUTA-SOSPENSIONE.
    MOVE SPACES TO WS-MOTIVO
    IF SOLLECITO-FINALE
        STRING "SOLLECITO LIVELLO 3 PRESTITO "
               WS-ID-PRESTITO-SOLLECITATO
            DELIMITED BY SIZE INTO WS-MOTIVO
    ELSE
        IF WS-SALDO-UTENTE > WS-LIMITE-SOSPENSIONE
            MOVE WS-SALDO-UTENTE TO WS-SALDO-EDIT
            MOVE WS-LIMITE-SOSPENSIONE TO WS-SOGLIA-EDIT
            STRING "SALDO MULTE " WS-SALDO-EDIT
                   " OLTRE IL LIMITE " WS-SOGLIA-EDIT
                DELIMITED BY SIZE INTO WS-MOTIVO
        END-IF
    END-IF
    IF WS-MOTIVO NOT = SPACES
        MOVE UT-STATO TO WS-STATO-VECCHIO
        MOVE "S" TO UT-STATO
        MOVE "B" TO UT-ORIGINE-SOSPENSIONE
        PERFORM 5000-REGISTRA-CAMBIO
        ADD 1 TO WS-UTENTI-SOSPESI
    END-IF.

4000-VALUTA-RIATTIVAZIONE.
    *> il batch toglie solo le proprie sospensioni, e solo quando i
    *> prestiti scaduti sono tutti rientrati e il saldo e' tornato
    *> entro la soglia della categoria (non il limite di sospensione)
    IF WS-PRESTITI-SCADUTI = 0
       AND WS-SALDO-UTENTE NOT > WS-SOGLIA-MULTE
        MOVE WS-SALDO-UTENTE TO WS-SALDO-EDIT
        MOVE WS-SOGLIA-MULTE TO WS-SOGLIA-EDIT
        MOVE SPACES TO WS-MOTIVO
        STRING "SCADUTI RIENTRATI, SALDO " WS-SALDO-EDIT
               " ENTRO SOGLIA " WS-SOGLIA-EDIT
            DELIMITED BY SIZE INTO WS-MOTIVO
        MOVE UT-STATO TO WS-STATO-VECCHIO
        MOVE "A" TO UT-STATO
        MOVE SPACE TO UT-ORIGINE-SOSPENSIONE
        PERFORM 5000-REGISTRA-CAMBIO
        ADD 1 TO WS-UTENTI-RIATTIVATI
    END-IF.

5000-REGISTRA-CAMBIO.
    *> ogni cambio d'ufficio porta data e operatore di firma del job,
    *> sulla tessera e sulla riga di report
    MOVE WS-DATA-ODIERNA TO UT-DATA-STATO
    MOVE WS-OPERATORE    TO UT-OPERATORE-STATO
    REWRITE UTENTE-MASTER-RECORD
        INVALID KEY
            DISPLAY "Impossibile aggiornare l'utente, codice "
                    UT-CODICE
    END-REWRITE
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "UTENTE " UT-CODICE
           " " UT-NOME
           " STATO " WS-STATO-VECCHIO "->" UT-STATO
           " OPER " WS-OPERATORE
           " " WS-MOTIVO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

7000-SCRIVI-TOTALI.
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "UTENTI ESAMINATI " WS-UTENTI-ESAMINATI
           " SOSPESI " WS-UTENTI-SOSPESI
           " RIATTIVATI " WS-UTENTI-RIATTIVATI
           " SOSPESI DAL BANCO NON TOCCATI " WS-SOSPESI-MANUALI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    DISPLAY "Utenti esaminati: " WS-UTENTI-ESAMINATI
            " sospesi: " WS-UTENTI-SOSPESI
            " riattivati: " WS-UTENTI-RIATTIVATI
            " sospesi dal banco: " WS-SOSPESI-MANUALI.

7900-SCRIVI-RIGA-REPORT.
    MOVE WS-RIGA-LAVORO TO REPORT-RECORD
    WRITE REPORT-RECORD.

9000-CHIUDI-FILE.
    CLOSE UTENTI-MASTER
    CLOSE PRESTITI
    CLOSE SOLLECITI-STORICO
    CLOSE MULTE
    CLOSE POLITICHE
    CLOSE REPORT-SOSPENSIONI.

9500-REGISTRA-CHIUSURA.
    *> data di lavoro chiusa per questo job: una nuova esecuzione
    *> sulla stessa data viene rifiutata e i job che dipendono da
    *> questo possono partire
    OPEN I-O CONTROLLO-BATCH
    MOVE WS-DATA-ODIERNA TO CB-DATA
    MOVE WS-CB-JOB TO CB-JOB
    READ CONTROLLO-BATCH
        INVALID KEY
            DISPLAY "Avvio di " WS-CB-JOB " non registrato su CTLBATCH "
                    "per la data di lavoro " WS-DATA-ODIERNA
        NOT INVALID KEY
            ACCEPT WS-CB-DATA-SISTEMA FROM DATE YYYYMMDD
            ACCEPT WS-CB-ORA-SISTEMA  FROM TIME
            MOVE "C" TO CB-STATO
            MOVE WS-CB-DATA-SISTEMA TO CB-DATA-FINE
            MOVE WS-CB-ORA-SISTEMA  TO CB-ORA-FINE
            REWRITE CONTROLLO-BATCH-RECORD
                INVALID KEY
                    DISPLAY "Errore aggiornamento CTLBATCH: "
                            WS-CONTROLLO-STATUS
            END-REWRITE
    END-READ
    CLOSE CONTROLLO-BATCH.
