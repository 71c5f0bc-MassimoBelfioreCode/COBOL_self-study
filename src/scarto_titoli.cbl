      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SCARTO-TITOLI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> stesso catalogo letto/aggiornato da BIBLIOTECA
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> movimenti di prestito: con una copia fuori il ritiro non
        *> si fa
        SELECT PRESTITI ASSIGN TO "PRESTITI"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PR-ID-PRESTITO
        *> chiave alternativa per posizionarsi sui movimenti di un
        *> libro senza scandire tutto il file
            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> coda prenotazioni: con utenti in coda il ritiro non si fa
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> pratiche di PRESTITO-INTERBIB: una copia chiesta o spedita
        *> a un'altra biblioteca vale come un prestito aperto
        SELECT INTERBIB ASSIGN TO "INTERBIB"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IB-NUMERO
            ALTERNATE RECORD KEY IS IB-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-INTERBIB-STATUS.

        *> giacenze per sede: le copie ritirate escono dalla sede
        SELECT STOCK-SEDI ASSIGN TO "SEDESTOK"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SD-CHIAVE
            FILE STATUS IS WS-STOCK-STATUS.

        *> stesso log di audit scritto da BIBLIOTECA/RETTIFICA-COPIE:
        *> il ritiro e' una modifica al master e lascia la stessa
        *> traccia
        SELECT LIBRO-AUDIT ASSIGN TO "LIBROAUD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        *> registro di scarto per lo scarico dall'inventario
        SELECT REGISTRO-SCARTI ASSIGN TO "SCARTI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCARTI-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  INTERBIB.
        COPY INTERBIB REPLACING ==:INTERBIB-REC:== BY ==INTERBIB-RECORD==
                                 ==:PFX:==          BY ==IB==.

    FD  STOCK-SEDI.
        COPY SEDESTK REPLACING ==:STOCK-REC:== BY ==STOCK-SEDE-RECORD==
                                ==:PFX:==       BY ==SD==.

    FD  LIBRO-AUDIT.
        COPY AUDIT REPLACING ==:AUDIT-REC:== BY ==AUDIT-RECORD==
                              ==:PFX:==       BY ==AU==.

    FD  REGISTRO-SCARTI.
        COPY SCARTO REPLACING ==:SCARTO-REC:== BY ==SCARTO-RECORD==
                               ==:PFX:==        BY ==SC==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> il ritiro dalla collezione e' riservato ai supervisori
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-INTERBIB-STATUS PIC X(2).
            88 WS-INTERBIB-OK         VALUE "00".
            88 WS-INTERBIB-NON-ESISTE VALUE "35".

      01 WS-STOCK-STATUS PIC X(2).
            88 WS-STOCK-OK          VALUE "00".
            88 WS-STOCK-NON-TROVATO VALUE "23".
            88 WS-STOCK-NON-ESISTE  VALUE "35".

      01 WS-AUDIT-STATUS PIC X(2).
            88 WS-AUDIT-OK VALUE "00".

      01 WS-SCARTI-STATUS PIC X(2).
            88 WS-SCARTI-OK VALUE "00".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.
      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-ORA-ODIERNA  PIC 9(8).

      01 WS-IN-CODICE PIC X(10).

    *> C = ritiro di copie di una sede, T = ritiro del titolo intero
      01 WS-IN-TIPO PIC X(1).
            88 RITIRO-COPIE  VALUE "C".
            88 RITIRO-TITOLO VALUE "T".
            88 TIPO-VALIDO   VALUE "C" "T".

      01 WS-IN-SEDE  PIC X(3).
      01 WS-IN-COPIE PIC 9(3).

    *> motivi ammessi sul registro di scarto (vedi copybook SCARTO)
      01 WS-IN-MOTIVO PIC X(1).
            88 MOTIVO-VALIDO VALUE "U" "O" "D" "N" "A".
            88 MOTIVO-ALTRO  VALUE "A".

      01 WS-IN-NOTA PIC X(40).

      01 WS-RICHIESTA-VALIDA PIC X(1) VALUE "S".
            88 RICHIESTA-VALIDA     VALUE "S".
            88 RICHIESTA-NON-VALIDA VALUE "N".

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-PRESTITI-APERTI  PIC 9(4).
      01 WS-PRENOTAZIONI     PIC 9(4).
      01 WS-PRATICHE-APERTE  PIC 9(4).

      01 WS-COPIE-DISP-VECCHIE PIC 9(3).
      01 WS-COPIE-TOT-VECCHIE  PIC 9(3).
      01 WS-COPIE-RITIRATE     PIC 9(3).

    *> riga di audit in preparazione
      01 WS-AUDIT-CAMPO       PIC X(16).
      01 WS-AUDIT-VAL-VECCHIO PIC X(40).
      01 WS-AUDIT-VAL-NUOVO   PIC X(40).

      *> formattazione leggibile delle copie per la colonna di testo del log
      01 WS-COPIE-EDIT PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ACCETTA-RICHIESTA
        PERFORM 2500-VALIDA-RICHIESTA
        IF RICHIESTA-VALIDA
            PERFORM 3000-LEGGI-LIBRO
        END-IF
        IF RICHIESTA-VALIDA
            PERFORM 3100-VERIFICA-PRESTITI-APERTI
        END-IF
        IF RICHIESTA-VALIDA
            PERFORM 3200-VERIFICA-PRENOTAZIONI
        END-IF
        IF RICHIESTA-VALIDA
            PERFORM 3300-VERIFICA-INTERBIB
        END-IF
        IF RICHIESTA-VALIDA AND RITIRO-COPIE
            PERFORM 3400-VERIFICA-GIACENZA-SEDE
        END-IF
        IF RICHIESTA-VALIDA
            IF RITIRO-COPIE
                PERFORM 4000-RITIRA-COPIE
            ELSE
                PERFORM 5000-RITIRA-TITOLO
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
    OPEN I-O LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN I-O LIBRO-MASTER
    END-IF
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE PRESTITI
        OPEN INPUT PRESTITI
    END-IF
    OPEN INPUT PRENOTAZIONI
    IF WS-PRENOTAZIONI-NON-ESISTE
        OPEN OUTPUT PRENOTAZIONI
        CLOSE PRENOTAZIONI
        OPEN INPUT PRENOTAZIONI
    END-IF
    OPEN INPUT INTERBIB
    IF WS-INTERBIB-NON-ESISTE
        OPEN OUTPUT INTERBIB
        CLOSE INTERBIB
        OPEN INPUT INTERBIB
    END-IF
    OPEN I-O STOCK-SEDI
    IF WS-STOCK-NON-ESISTE
        OPEN OUTPUT STOCK-SEDI
        CLOSE STOCK-SEDI
        OPEN I-O STOCK-SEDI
    END-IF
    OPEN EXTEND LIBRO-AUDIT
    IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
        OPEN OUTPUT LIBRO-AUDIT
    END-IF
    OPEN EXTEND REGISTRO-SCARTI
    IF WS-SCARTI-STATUS = "05" OR WS-SCARTI-STATUS = "35"
        OPEN OUTPUT REGISTRO-SCARTI
    END-IF.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Codice libro da ritirare: " WITH NO ADVANCING
    ACCEPT WS-IN-CODICE
    DISPLAY "Ritiro (C)opie di una sede (T)itolo intero: "
            WITH NO ADVANCING
    ACCEPT WS-IN-TIPO
    IF RITIRO-COPIE
        DISPLAY "Sede delle copie: " WITH NO ADVANCING
        ACCEPT WS-IN-SEDE
        DISPLAY "Copie da ritirare: " WITH NO ADVANCING
        ACCEPT WS-IN-COPIE
    END-IF
    DISPLAY "Motivo (U)surato (O)bsoleto (D)oppione "
            "(N)essun prestito (A)ltro: " WITH NO ADVANCING
    ACCEPT WS-IN-MOTIVO
    DISPLAY "Nota: " WITH NO ADVANCING
    ACCEPT WS-IN-NOTA.

2500-VALIDA-RICHIESTA.
    SET RICHIESTA-VALIDA TO TRUE
    IF NOT TIPO-VALIDO
        DISPLAY "Tipo ritiro non valido: " WS-IN-TIPO
                " (ammessi C, T), ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA AND RITIRO-COPIE AND WS-IN-SEDE = SPACES
        DISPLAY "Sede mancante, ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA AND RITIRO-COPIE
        IF WS-IN-COPIE NOT NUMERIC OR WS-IN-COPIE = 0
            DISPLAY "Numero copie non valido, ritiro rifiutato"
            SET RICHIESTA-NON-VALIDA TO TRUE
        END-IF
    END-IF
    IF RICHIESTA-VALIDA AND NOT MOTIVO-VALIDO
        DISPLAY "Motivo non valido: " WS-IN-MOTIVO
                " (ammessi U, O, D, N, A), ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA AND MOTIVO-ALTRO AND WS-IN-NOTA = SPACES
        DISPLAY "Motivo A senza nota, ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF.

3000-LEGGI-LIBRO.
    MOVE WS-IN-CODICE TO LM-CODICE
    READ LIBRO-MASTER
        INVALID KEY
            DISPLAY "Libro non trovato a catalogo: codice " LM-CODICE
            SET RICHIESTA-NON-VALIDA TO TRUE
    END-READ
    IF RICHIESTA-VALIDA AND LM-STATO = "R"
        DISPLAY "Titolo gia' ritirato dalla collezione il "
                LM-DATA-RITIRO ": codice " LM-CODICE
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA
        DISPLAY LM-TIT " - " LM-AUT
        DISPLAY "Copie possedute " LM-COPIE-TOT
                " - disponibili a scaffale " LM-COPIE
    END-IF.

3100-VERIFICA-PRESTITI-APERTI.
    MOVE 0 TO WS-PRESTITI-APERTI
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LM-CODICE TO PR-CODICE-LIBRO
    START PRESTITI KEY = PR-CODICE-LIBRO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ PRESTITI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF PR-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-SCANSIONE TO TRUE
            ELSE
                IF PR-DATA-RIENTRO = SPACES
                    ADD 1 TO WS-PRESTITI-APERTI
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-PRESTITI-APERTI > 0
        DISPLAY "Prestiti aperti sul titolo: " WS-PRESTITI-APERTI
                ", ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF.

3200-VERIFICA-PRENOTAZIONI.
    *> qualunque prenotazione, in attesa, in transito o pronta al
    *> banco, e' un utente che aspetta il titolo
    MOVE 0 TO WS-PRENOTAZIONI
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
                ADD 1 TO WS-PRENOTAZIONI
            END-IF
        END-IF
    END-PERFORM
    IF WS-PRENOTAZIONI > 0
        DISPLAY "Prenotazioni in coda sul titolo: " WS-PRENOTAZIONI
                ", ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF.

3300-VERIFICA-INTERBIB.
    *> pratiche in uscita richieste (R) o con la copia spedita (T)
    MOVE 0 TO WS-PRATICHE-APERTE
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LM-CODICE TO IB-CODICE-LIBRO
    START INTERBIB KEY = IB-CODICE-LIBRO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ INTERBIB NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF IB-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-SCANSIONE TO TRUE
            ELSE
                IF IB-DIREZIONE = "U"
                   AND (IB-STATO = "R" OR IB-STATO = "T")
                    ADD 1 TO WS-PRATICHE-APERTE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-PRATICHE-APERTE > 0
        DISPLAY "Pratiche interbibliotecarie aperte sul titolo: "
                WS-PRATICHE-APERTE ", ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF.

3400-VERIFICA-GIACENZA-SEDE.
    *> si ritirano solo copie a scaffale nella sede indicata
    MOVE LM-CODICE  TO SD-CODICE-LIBRO
    MOVE WS-IN-SEDE TO SD-SEDE
    READ STOCK-SEDI
        INVALID KEY
            DISPLAY "Nessuna giacenza del titolo nella sede "
                    WS-IN-SEDE ", ritiro rifiutato"
            SET RICHIESTA-NON-VALIDA TO TRUE
    END-READ
    IF RICHIESTA-VALIDA AND WS-IN-COPIE > SD-COPIE
        DISPLAY "Copie in giacenza nella sede " WS-IN-SEDE
                ": " SD-COPIE ", ritiro rifiutato"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA
        IF WS-IN-COPIE > LM-COPIE OR WS-IN-COPIE > LM-COPIE-TOT
            DISPLAY "Copie oltre il disponibile a catalogo, ritiro "
                    "rifiutato: verificare con RETTIFICA-COPIE"
            SET RICHIESTA-NON-VALIDA TO TRUE
        END-IF
    END-IF.

4000-RITIRA-COPIE.
    *> il titolo resta in collezione con le copie rimaste
    MOVE LM-COPIE     TO WS-COPIE-DISP-VECCHIE
    MOVE LM-COPIE-TOT TO WS-COPIE-TOT-VECCHIE
    MOVE WS-IN-COPIE  TO WS-COPIE-RITIRATE
    SUBTRACT WS-COPIE-RITIRATE FROM LM-COPIE
    SUBTRACT WS-COPIE-RITIRATE FROM LM-COPIE-TOT
    REWRITE LIBRO-MASTER-RECORD
        INVALID KEY
            DISPLAY "Impossibile ritirare le copie, codice "
                    LM-CODICE
        NOT INVALID KEY
            PERFORM 4100-REGISTRA-AUDIT-COPIE
            SUBTRACT WS-COPIE-RITIRATE FROM SD-COPIE
            REWRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare la giacenza di "
                            "sede, libro " LM-CODICE
                            " sede " WS-IN-SEDE
            END-REWRITE
            MOVE "C"        TO SC-TIPO
            MOVE WS-IN-SEDE TO SC-SEDE
            PERFORM 6000-REGISTRA-SCARTO
            DISPLAY "Copie ritirate: codice " LM-CODICE
                    " sede " WS-IN-SEDE
                    " copie " WS-COPIE-RITIRATE
                    " - possedute ora " LM-COPIE-TOT
            IF LM-COPIE-TOT = 0
                DISPLAY "Titolo senza copie: per toglierlo dall'OPAC "
                        "ritirare il titolo intero (T)"
            END-IF
    END-REWRITE.

4100-REGISTRA-AUDIT-COPIE.
    IF LM-COPIE NOT = WS-COPIE-DISP-VECCHIE
        MOVE "COPIE" TO WS-AUDIT-CAMPO
        MOVE WS-COPIE-DISP-VECCHIE TO WS-COPIE-EDIT
        MOVE WS-COPIE-EDIT         TO WS-AUDIT-VAL-VECCHIO
        MOVE LM-COPIE              TO WS-COPIE-EDIT
        MOVE WS-COPIE-EDIT         TO WS-AUDIT-VAL-NUOVO
        PERFORM 7000-REGISTRA-AUDIT
    END-IF
    IF LM-COPIE-TOT NOT = WS-COPIE-TOT-VECCHIE
        MOVE "COPIE-TOT" TO WS-AUDIT-CAMPO
        MOVE WS-COPIE-TOT-VECCHIE TO WS-COPIE-EDIT
        MOVE WS-COPIE-EDIT        TO WS-AUDIT-VAL-VECCHIO
        MOVE LM-COPIE-TOT         TO WS-COPIE-EDIT
        MOVE WS-COPIE-EDIT        TO WS-AUDIT-VAL-NUOVO
        PERFORM 7000-REGISTRA-AUDIT
    END-IF.

5000-RITIRA-TITOLO.
    *> tutte le copie escono e il titolo resta sul master solo per lo
    *> storico, marcato ritirato
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    MOVE LM-COPIE     TO WS-COPIE-DISP-VECCHIE
    MOVE LM-COPIE-TOT TO WS-COPIE-TOT-VECCHIE
    MOVE LM-COPIE-TOT TO WS-COPIE-RITIRATE
    MOVE 0 TO LM-COPIE
    MOVE 0 TO LM-COPIE-TOT
    MOVE "R"             TO LM-STATO
    MOVE WS-DATA-ODIERNA TO LM-DATA-RITIRO
    REWRITE LIBRO-MASTER-RECORD
        INVALID KEY
            DISPLAY "Impossibile ritirare il titolo, codice "
                    LM-CODICE
        NOT INVALID KEY
            PERFORM 4100-REGISTRA-AUDIT-COPIE
            MOVE "STATO" TO WS-AUDIT-CAMPO
            MOVE "IN COLLEZIONE" TO WS-AUDIT-VAL-VECCHIO
            MOVE SPACES TO WS-AUDIT-VAL-NUOVO
            STRING "RITIRATO MOTIVO " WS-IN-MOTIVO
                DELIMITED BY SIZE INTO WS-AUDIT-VAL-NUOVO
            PERFORM 7000-REGISTRA-AUDIT
            PERFORM 5100-AZZERA-GIACENZE
            MOVE "T"    TO SC-TIPO
            MOVE SPACES TO SC-SEDE
            PERFORM 6000-REGISTRA-SCARTO
            DISPLAY "Titolo ritirato dalla collezione: codice "
                    LM-CODICE " copie " WS-COPIE-RITIRATE
    END-REWRITE.

5100-AZZERA-GIACENZE.
    *> giacenze di tutte le sedi del titolo a zero: la chiave inizia
    *> con il codice libro, le sedi di un titolo sono contigue
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LM-CODICE  TO SD-CODICE-LIBRO
    MOVE LOW-VALUES TO SD-SEDE
    START STOCK-SEDI KEY NOT < SD-CHIAVE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ STOCK-SEDI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF SD-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-SCANSIONE TO TRUE
            ELSE
                IF SD-COPIE > 0
                    MOVE 0 TO SD-COPIE
                    REWRITE STOCK-SEDE-RECORD
                        INVALID KEY
                            DISPLAY "Impossibile azzerare la giacenza "
                                    "di sede, libro " LM-CODICE
                                    " sede " SD-SEDE
                    END-REWRITE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

6000-REGISTRA-SCARTO.
    *> SC-TIPO e SC-SEDE sono gia' impostati dal chiamante
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    ACCEPT WS-ORA-ODIERNA  FROM TIME
    MOVE WS-DATA-ODIERNA   TO SC-DATA
    MOVE WS-ORA-ODIERNA    TO SC-ORA
    MOVE WS-OPERATORE      TO SC-OPERATORE
    MOVE LM-CODICE         TO SC-CODICE-LIBRO
    MOVE LM-ISBN           TO SC-ISBN
    MOVE LM-TIT            TO SC-TITOLO
    MOVE LM-AUT            TO SC-AUTORE
    MOVE LM-ANNO-PUB       TO SC-ANNO-PUB
    MOVE WS-COPIE-RITIRATE TO SC-COPIE
    COMPUTE SC-VALORE = WS-COPIE-RITIRATE * LM-PREZZO
    MOVE WS-IN-MOTIVO      TO SC-MOTIVO
    MOVE WS-IN-NOTA        TO SC-NOTA
    WRITE SCARTO-RECORD.

7000-REGISTRA-AUDIT.
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    ACCEPT WS-ORA-ODIERNA  FROM TIME
    MOVE WS-DATA-ODIERNA      TO AU-DATA
    MOVE WS-ORA-ODIERNA       TO AU-ORA
    MOVE WS-OPERATORE         TO AU-OPERATORE
    MOVE LM-CODICE            TO AU-CODICE
    MOVE WS-AUDIT-CAMPO       TO AU-CAMPO
    MOVE WS-AUDIT-VAL-VECCHIO TO AU-VAL-VECCHIO
    MOVE WS-AUDIT-VAL-NUOVO   TO AU-VAL-NUOVO
    WRITE AUDIT-RECORD.

9000-CHIUDI-FILE.
    CLOSE LIBRO-MASTER
    CLOSE PRESTITI
    CLOSE PRENOTAZIONI
    CLOSE INTERBIB
    CLOSE STOCK-SEDI
    CLOSE LIBRO-AUDIT
    CLOSE REGISTRO-SCARTI.
