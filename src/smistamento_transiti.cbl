      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SMISTAMENTO-TRANSITI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> coda prenotazioni: le copie trattenute per una sede di ritiro
        *> diversa da quella in cui si trovano sono in stato T
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> catalogo, letto solo per il titolo sulla lista
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> anagrafica utenti, letta solo per il nome del prenotante
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> copie in transito su file di lavoro, riordinate dalla SORT
        *> per sede che spedisce e sede di destinazione
        SELECT LAVORO-TRANSITI ASSIGN TO "SMILAV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-TRANSITI ASSIGN TO "SMIORD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-TRANSITI ASSIGN TO "SORTWK".

        *> lista smistamento notturna: una sezione per sede che spedisce
        SELECT STAMPA-SMISTAMENTO ASSIGN TO "SMISTAM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMPA-STATUS.

        *> controllo della catena notturna gestito da CONTROLLO-BATCH:
        *> data di lavoro ed esecuzioni per data e job
        SELECT CONTROLLO-BATCH ASSIGN TO "CTLBATCH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CB-CHIAVE
            FILE STATUS IS WS-CONTROLLO-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    *> una riga per copia in transito
    FD  LAVORO-TRANSITI.
      01 LAVORO-RECORD.
            02 LAV-SEDE-PARTENZA  PIC X(3).
            02 LAV-SEDE-ARRIVO    PIC X(3).
            02 LAV-CODICE-LIBRO   PIC X(10).
            02 LAV-TITOLO         PIC X(40).
            02 LAV-CODICE-UTENTE  PIC X(10).
            02 LAV-NOME-UTENTE    PIC X(30).
            02 LAV-DATA-TRANSITO  PIC 9(8).
            02 LAV-GIORNI         PIC 9(4).

    FD  ORDINATO-TRANSITI.
      01 ORDINATO-RECORD.
            02 ORD-SEDE-PARTENZA  PIC X(3).
            02 ORD-SEDE-ARRIVO    PIC X(3).
            02 ORD-CODICE-LIBRO   PIC X(10).
            02 ORD-TITOLO         PIC X(40).
            02 ORD-CODICE-UTENTE  PIC X(10).
            02 ORD-NOME-UTENTE    PIC X(30).
            02 ORD-DATA-TRANSITO  PIC 9(8).
            02 ORD-GIORNI         PIC 9(4).

    SD  SORT-TRANSITI.
      01 SORT-RECORD.
            02 SRT-SEDE-PARTENZA  PIC X(3).
            02 SRT-SEDE-ARRIVO    PIC X(3).
            02 SRT-CODICE-LIBRO   PIC X(10).
            02 SRT-TITOLO         PIC X(40).
            02 SRT-CODICE-UTENTE  PIC X(10).
            02 SRT-NOME-UTENTE    PIC X(30).
            02 SRT-DATA-TRANSITO  PIC 9(8).
            02 SRT-GIORNI         PIC 9(4).

    FD  STAMPA-SMISTAMENTO.
      01 RIGA-STAMPA PIC X(132).

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
      01 WS-CB-JOB PIC X(8) VALUE "SMISTAM".
      01 WS-CB-PREREQUISITI.
            02 FILLER PIC X(8) VALUE "MOVIBAT".
            02 FILLER PIC X(8) VALUE "SCADRIT".
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

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-ESISTE  VALUE "35".

      01 WS-LAVORO-STATUS PIC X(2).
            88 WS-LAVORO-OK VALUE "00".

      01 WS-ORDINATO-STATUS PIC X(2).
            88 WS-ORDINATO-OK VALUE "00".

      01 WS-STAMPA-STATUS PIC X(2).
            88 WS-STAMPA-OK VALUE "00".

      01 WS-DATA-ODIERNA PIC 9(8).

    *> sede da cui parte e a cui arriva una copia quando il campo e' a
    *> spazi (prenotazioni precedenti alla gestione delle sedi)
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-FINE-ORDINATO PIC X(1) VALUE "N".
            88 FINE-ORDINATO VALUE "S".

    *> rottura di controllo sulla sede che spedisce
      01 WS-SEDE-CORRENTE PIC X(3) VALUE SPACES.
      01 WS-PRIMA-SEDE PIC X(1) VALUE "S".
            88 PRIMA-SEDE VALUE "S".

    *> totali della sede in corso
      01 WS-SEDE-COPIE  PIC 9(6) VALUE 0.
      01 WS-SEDE-NUOVE  PIC 9(6) VALUE 0.

    *> totali generali
      01 WS-PRENOTAZIONI-LETTE PIC 9(8) VALUE 0.
      01 WS-TOT-COPIE  PIC 9(8) VALUE 0.
      01 WS-TOT-NUOVE  PIC 9(8) VALUE 0.
      01 WS-TOT-SEDI   PIC 9(6) VALUE 0.

    *> copia entrata in transito oggi: da mettere sul furgone stanotte;
    *> le altre sono gia' partite e non ancora confermate all'arrivo
      01 WS-DESCR-NOTA   PIC X(20).
      01 WS-DATA-EDIT    PIC X(8).

    *> gestione pagina del tabulato
      01 WS-NUM-PAGINA  PIC 9(4) VALUE 0.
      01 WS-NUM-RIGA    PIC 9(2) VALUE 99.
      01 WS-RIGHE-PAGINA PIC 9(2) VALUE 55.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0600-CONTROLLO-CATENA
    IF BATCH-AUTORIZZATO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ESTRAI-TRANSITI
        PERFORM 5000-STAMPA-SMISTAMENTO
        PERFORM 9000-CHIUDI-FILE
        PERFORM 9500-REGISTRA-CHIUSURA
    END-IF
    STOP RUN.

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
    MOVE SPACES TO CB-OPERATORE
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

1000-APRI-FILE.
    OPEN INPUT PRENOTAZIONI
    IF WS-PRENOTAZIONI-NON-ESISTE
        OPEN OUTPUT PRENOTAZIONI
        CLOSE PRENOTAZIONI
        OPEN INPUT PRENOTAZIONI
    END-IF
    OPEN INPUT LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN INPUT LIBRO-MASTER
    END-IF
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
    END-IF
    OPEN OUTPUT STAMPA-SMISTAMENTO.

2000-ESTRAI-TRANSITI.
    OPEN OUTPUT LAVORO-TRANSITI
    MOVE LOW-VALUES TO PN-ID-PRENOTAZIONE
    START PRENOTAZIONI KEY NOT < PN-ID-PRENOTAZIONE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ PRENOTAZIONI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            ADD 1 TO WS-PRENOTAZIONI-LETTE
            IF PN-STATO = "T"
                PERFORM 2100-SCRIVI-TRANSITO
            END-IF
        END-IF
    END-PERFORM
    CLOSE LAVORO-TRANSITI.

2100-SCRIVI-TRANSITO.
    MOVE SPACES TO LAVORO-RECORD
    IF PN-SEDE-COPIA = SPACES
        MOVE WS-SEDE-CENTRALE TO LAV-SEDE-PARTENZA
    ELSE
        MOVE PN-SEDE-COPIA    TO LAV-SEDE-PARTENZA
    END-IF
    IF PN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO LAV-SEDE-ARRIVO
    ELSE
        MOVE PN-SEDE-RITIRO   TO LAV-SEDE-ARRIVO
    END-IF
    MOVE PN-CODICE-LIBRO  TO LAV-CODICE-LIBRO
    MOVE PN-CODICE-UTENTE TO LAV-CODICE-UTENTE
    MOVE PN-CODICE-LIBRO TO LM-CODICE
    READ LIBRO-MASTER
        INVALID KEY
            MOVE SPACES TO LAV-TITOLO
        NOT INVALID KEY
            MOVE LM-TIT TO LAV-TITOLO
    END-READ
    MOVE PN-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACES TO LAV-NOME-UTENTE
        NOT INVALID KEY
            MOVE UT-NOME TO LAV-NOME-UTENTE
    END-READ
    *> giorni di viaggio: una copia ferma in transito da giorni e'
    *> da cercare tra le due sedi
    IF PN-DATA-TRANSITO NUMERIC AND PN-DATA-TRANSITO > 0
        MOVE PN-DATA-TRANSITO TO LAV-DATA-TRANSITO
        COMPUTE LAV-GIORNI =
            FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
            - FUNCTION INTEGER-OF-DATE (PN-DATA-TRANSITO)
    ELSE
        MOVE 0 TO LAV-DATA-TRANSITO
        MOVE 0 TO LAV-GIORNI
    END-IF
    WRITE LAVORO-RECORD.

5000-STAMPA-SMISTAMENTO.
    *> per sede che spedisce, poi per sede di destinazione e libro:
    *> ogni sede prepara i pacchi per destinazione
    SORT SORT-TRANSITI
        ON ASCENDING KEY SRT-SEDE-PARTENZA
        ON ASCENDING KEY SRT-SEDE-ARRIVO
        ON ASCENDING KEY SRT-CODICE-LIBRO
        ON ASCENDING KEY SRT-CODICE-UTENTE
        USING LAVORO-TRANSITI
        GIVING ORDINATO-TRANSITI

    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "COPIE IN TRANSITO TRA LE SEDI AL " WS-DATA-ODIERNA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA

    MOVE "N" TO WS-FINE-ORDINATO
    OPEN INPUT ORDINATO-TRANSITI
    PERFORM UNTIL FINE-ORDINATO
        READ ORDINATO-TRANSITI
            AT END SET FINE-ORDINATO TO TRUE
        END-READ
        IF NOT FINE-ORDINATO
            IF PRIMA-SEDE
               OR ORD-SEDE-PARTENZA NOT = WS-SEDE-CORRENTE
                IF NOT PRIMA-SEDE
                    PERFORM 5300-TOTALE-SEDE
                END-IF
                PERFORM 5100-TESTATA-SEDE
            END-IF
            PERFORM 5200-STAMPA-TRANSITO
        END-IF
    END-PERFORM
    CLOSE ORDINATO-TRANSITI
    IF NOT PRIMA-SEDE
        PERFORM 5300-TOTALE-SEDE
    END-IF

    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "PRENOTAZIONI LETTE " WS-PRENOTAZIONI-LETTE
           " COPIE IN TRANSITO " WS-TOT-COPIE
           " DA SPEDIRE OGGI " WS-TOT-NUOVE
           " SEDI " WS-TOT-SEDI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    DISPLAY "Prenotazioni lette: " WS-PRENOTAZIONI-LETTE
            " in transito: " WS-TOT-COPIE
            " da spedire oggi: " WS-TOT-NUOVE.

5100-TESTATA-SEDE.
    MOVE "N" TO WS-PRIMA-SEDE
    MOVE ORD-SEDE-PARTENZA TO WS-SEDE-CORRENTE
    ADD 1 TO WS-TOT-SEDI
    MOVE 0 TO WS-SEDE-COPIE
    MOVE 0 TO WS-SEDE-NUOVE
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "SEDE " ORD-SEDE-PARTENZA " - COPIE DA SPEDIRE"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  A   LIBRO      TITOLO                                  "
           " UTENTE     NOME                           IN TRANS.  GG"
           " NOTA"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

5200-STAMPA-TRANSITO.
    ADD 1 TO WS-SEDE-COPIE
    ADD 1 TO WS-TOT-COPIE
    MOVE SPACES TO WS-DESCR-NOTA
    IF ORD-DATA-TRANSITO = WS-DATA-ODIERNA
        ADD 1 TO WS-SEDE-NUOVE
        ADD 1 TO WS-TOT-NUOVE
        MOVE "DA SPEDIRE OGGI" TO WS-DESCR-NOTA
    ELSE
        MOVE "ARRIVO DA CONFERMARE" TO WS-DESCR-NOTA
    END-IF
    MOVE SPACES TO WS-DATA-EDIT
    IF ORD-DATA-TRANSITO > 0
        MOVE ORD-DATA-TRANSITO TO WS-DATA-EDIT
    END-IF
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  " ORD-SEDE-ARRIVO " " ORD-CODICE-LIBRO " " ORD-TITOLO
           " " ORD-CODICE-UTENTE " " ORD-NOME-UTENTE
           " " WS-DATA-EDIT " " ORD-GIORNI " " WS-DESCR-NOTA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

5300-TOTALE-SEDE.
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  TOTALE SEDE " WS-SEDE-CORRENTE
           " COPIE IN TRANSITO " WS-SEDE-COPIE
           " DA SPEDIRE OGGI " WS-SEDE-NUOVE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

9100-SCRIVI-RIGA.
    *> gestione pagina: intestazione e numero pagina ogni 55 righe
    IF WS-NUM-RIGA > WS-RIGHE-PAGINA
        ADD 1 TO WS-NUM-PAGINA
        IF WS-NUM-PAGINA > 1
            MOVE SPACES TO RIGA-STAMPA
            WRITE RIGA-STAMPA
        END-IF
        MOVE SPACES TO RIGA-STAMPA
        STRING "LISTA SMISTAMENTO COPIE TRA LE SEDI"
               "                                 PAGINA " WS-NUM-PAGINA
            DELIMITED BY SIZE INTO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE ALL "-" TO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE 3 TO WS-NUM-RIGA
    END-IF
    MOVE WS-RIGA-LAVORO TO RIGA-STAMPA
    WRITE RIGA-STAMPA
    ADD 1 TO WS-NUM-RIGA.

9000-CHIUDI-FILE.
    CLOSE PRENOTAZIONI
    CLOSE LIBRO-MASTER
    CLOSE UTENTI-MASTER
    CLOSE STAMPA-SMISTAMENTO.

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
