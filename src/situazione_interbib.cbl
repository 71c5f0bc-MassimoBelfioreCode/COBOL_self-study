      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SITUAZIONE-INTERBIB.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> pratiche di PRESTITO-INTERBIB, scorse per intero: le aperte
        *> scendono sul file di lavoro
        SELECT INTERBIB ASSIGN TO "INTERBIB"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IB-NUMERO
            ALTERNATE RECORD KEY IS IB-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-INTERBIB-STATUS.

        *> pratiche aperte su file di lavoro, riordinate dalla SORT per
        *> biblioteca corrispondente
        SELECT LAVORO-INTERBIB ASSIGN TO "PIBLAV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-INTERBIB ASSIGN TO "PIBORD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-INTERBIB ASSIGN TO "SORTWK".

        *> tabulato mensile: righe da 132 con intestazioni e numero di
        *> pagina
        SELECT STAMPA-INTERBIB ASSIGN TO "PIBREPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMPA-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  INTERBIB.
        COPY INTERBIB REPLACING ==:INTERBIB-REC:== BY ==INTERBIB-RECORD==
                                 ==:PFX:==          BY ==IB==.

    *> una riga per pratica aperta, gia' valutata sulla scadenza
    FD  LAVORO-INTERBIB.
      01 LAVORO-RECORD.
            02 LAV-BIBLIOTECA      PIC X(30).
            02 LAV-DIREZIONE       PIC X(1).
            02 LAV-SCADENZA        PIC 9(8).
            02 LAV-NUMERO          PIC 9(8).
            02 LAV-STATO           PIC X(1).
            02 LAV-RIFERIMENTO     PIC X(10).
            02 LAV-TITOLO          PIC X(40).
            02 LAV-SPEDIZIONE      PIC 9(8).
            02 LAV-SCADENZA-UTENTE PIC 9(8).
            02 LAV-SPESE           PIC 9(3)V9(2).
            02 LAV-RITARDO         PIC X(1).
            02 LAV-GIORNI-RITARDO  PIC 9(4).

    FD  ORDINATO-INTERBIB.
      01 ORDINATO-RECORD.
            02 ORD-BIBLIOTECA      PIC X(30).
            02 ORD-DIREZIONE       PIC X(1).
            02 ORD-SCADENZA        PIC 9(8).
            02 ORD-NUMERO          PIC 9(8).
            02 ORD-STATO           PIC X(1).
            02 ORD-RIFERIMENTO     PIC X(10).
            02 ORD-TITOLO          PIC X(40).
            02 ORD-SPEDIZIONE      PIC 9(8).
            02 ORD-SCADENZA-UTENTE PIC 9(8).
            02 ORD-SPESE           PIC 9(3)V9(2).
            02 ORD-RITARDO         PIC X(1).
                  88 ORD-IN-RITARDO      VALUE "B" "U".
                  88 ORD-RITARDO-BIBLIO  VALUE "B".
                  88 ORD-RITARDO-UTENTE  VALUE "U".
            02 ORD-GIORNI-RITARDO  PIC 9(4).

    SD  SORT-INTERBIB.
      01 SORT-RECORD.
            02 SRT-BIBLIOTECA      PIC X(30).
            02 SRT-DIREZIONE       PIC X(1).
            02 SRT-SCADENZA        PIC 9(8).
            02 SRT-NUMERO          PIC 9(8).
            02 SRT-STATO           PIC X(1).
            02 SRT-RIFERIMENTO     PIC X(10).
            02 SRT-TITOLO          PIC X(40).
            02 SRT-SPEDIZIONE      PIC 9(8).
            02 SRT-SCADENZA-UTENTE PIC 9(8).
            02 SRT-SPESE           PIC 9(3)V9(2).
            02 SRT-RITARDO         PIC X(1).
            02 SRT-GIORNI-RITARDO  PIC 9(4).

    FD  STAMPA-INTERBIB.
      01 RIGA-STAMPA PIC X(132).

    WORKING-STORAGE SECTION.
      01 WS-INTERBIB-STATUS PIC X(2).
            88 WS-INTERBIB-OK         VALUE "00".
            88 WS-INTERBIB-NON-ESISTE VALUE "35".

      01 WS-LAVORO-STATUS PIC X(2).
            88 WS-LAVORO-OK VALUE "00".

      01 WS-ORDINATO-STATUS PIC X(2).
            88 WS-ORDINATO-OK VALUE "00".

      01 WS-STAMPA-STATUS PIC X(2).
            88 WS-STAMPA-OK VALUE "00".

      01 WS-DATA-ODIERNA PIC 9(8).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-FINE-ORDINATO PIC X(1) VALUE "N".
            88 FINE-ORDINATO VALUE "S".

    *> rottura di controllo sulla biblioteca corrispondente
      01 WS-BIBLIOTECA-CORRENTE PIC X(30) VALUE SPACES.
      01 WS-PRIMA-BIBLIOTECA PIC X(1) VALUE "S".
            88 PRIMA-BIBLIOTECA VALUE "S".

    *> totali della biblioteca in corso
      01 WS-BIB-APERTE   PIC 9(6) VALUE 0.
      01 WS-BIB-ENTRATA  PIC 9(6) VALUE 0.
      01 WS-BIB-USCITA   PIC 9(6) VALUE 0.
      01 WS-BIB-SCADUTE  PIC 9(6) VALUE 0.
      01 WS-BIB-SPESE    PIC 9(7)V9(2) VALUE 0.

    *> totali generali
      01 WS-PRATICHE-LETTE PIC 9(8) VALUE 0.
      01 WS-TOT-APERTE     PIC 9(8) VALUE 0.
      01 WS-TOT-SCADUTE    PIC 9(8) VALUE 0.
      01 WS-TOT-BIBLIOTECHE PIC 9(6) VALUE 0.
      01 WS-TOT-SPESE      PIC 9(7)V9(2) VALUE 0.

    *> formattazione leggibile di date e importi sul tabulato
      01 WS-SPESE-EDIT     PIC ZZ9.99.
      01 WS-BIB-SPESE-EDIT PIC Z(6)9.99.
      01 WS-DATA-EDIT      PIC X(8).
      01 WS-SCADENZA-EDIT  PIC X(8).
      01 WS-SCAD-UT-EDIT   PIC X(8).
      01 WS-DESCR-RITARDO  PIC X(20).
      01 WS-DESCR-DIREZIONE PIC X(7).

    *> gestione pagina del tabulato
      01 WS-NUM-PAGINA  PIC 9(4) VALUE 0.
      01 WS-NUM-RIGA    PIC 9(2) VALUE 99.
      01 WS-RIGHE-PAGINA PIC 9(2) VALUE 55.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-APRI-FILE
    PERFORM 2000-ESTRAI-APERTE
    PERFORM 5000-STAMPA-SITUAZIONE
    PERFORM 9000-CHIUDI-FILE
    STOP RUN.

1000-APRI-FILE.
    OPEN INPUT INTERBIB
    IF WS-INTERBIB-NON-ESISTE
        OPEN OUTPUT INTERBIB
        CLOSE INTERBIB
        OPEN INPUT INTERBIB
    END-IF
    OPEN OUTPUT STAMPA-INTERBIB
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD.

2000-ESTRAI-APERTE.
    *> aperta = non chiusa e non annullata; le richieste non ancora
    *> partite compaiono senza scadenza
    OPEN OUTPUT LAVORO-INTERBIB
    MOVE 0 TO IB-NUMERO
    START INTERBIB KEY NOT < IB-NUMERO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ INTERBIB NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            ADD 1 TO WS-PRATICHE-LETTE
            IF IB-STATO NOT = "C" AND IB-STATO NOT = "N"
                PERFORM 2100-SCRIVI-APERTA
            END-IF
        END-IF
    END-PERFORM
    CLOSE LAVORO-INTERBIB.

2100-SCRIVI-APERTA.
    MOVE IB-BIBLIOTECA      TO LAV-BIBLIOTECA
    MOVE IB-DIREZIONE       TO LAV-DIREZIONE
    MOVE IB-DATA-SCADENZA   TO LAV-SCADENZA
    MOVE IB-NUMERO          TO LAV-NUMERO
    MOVE IB-STATO           TO LAV-STATO
    IF IB-DIREZIONE = "U"
        MOVE IB-CODICE-LIBRO  TO LAV-RIFERIMENTO
    ELSE
        MOVE IB-CODICE-UTENTE TO LAV-RIFERIMENTO
    END-IF
    MOVE IB-TITOLO          TO LAV-TITOLO
    MOVE IB-DATA-SPEDIZIONE TO LAV-SPEDIZIONE
    MOVE IB-SCADENZA-UTENTE TO LAV-SCADENZA-UTENTE
    MOVE IB-SPESE-POSTALI   TO LAV-SPESE
    PERFORM 2200-VALUTA-RITARDO
    WRITE LAVORO-RECORD.

2200-VALUTA-RITARDO.
    *> B = scaduta la scadenza concordata con l'altra biblioteca
    *> (volume nostro non rientrato, o volume suo non restituito);
    *> U = solo l'utente e' in ritardo sul volume in entrata
    MOVE SPACE TO LAV-RITARDO
    MOVE 0     TO LAV-GIORNI-RITARDO
    IF IB-STATO NOT = "R" AND IB-DATA-SCADENZA > 0
        IF IB-DATA-SCADENZA < WS-DATA-ODIERNA
            MOVE "B" TO LAV-RITARDO
            COMPUTE LAV-GIORNI-RITARDO =
                FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
                - FUNCTION INTEGER-OF-DATE (IB-DATA-SCADENZA)
        ELSE
            IF IB-STATO = "P" AND IB-SCADENZA-UTENTE > 0
               AND IB-SCADENZA-UTENTE < WS-DATA-ODIERNA
                MOVE "U" TO LAV-RITARDO
                COMPUTE LAV-GIORNI-RITARDO =
                    FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
                    - FUNCTION INTEGER-OF-DATE (IB-SCADENZA-UTENTE)
            END-IF
        END-IF
    END-IF.

5000-STAMPA-SITUAZIONE.
    *> per biblioteca corrispondente, prima le entrate poi le uscite,
    *> ciascuna per scadenza
    SORT SORT-INTERBIB
        ON ASCENDING KEY SRT-BIBLIOTECA
        ON ASCENDING KEY SRT-DIREZIONE
        ON ASCENDING KEY SRT-SCADENZA
        ON ASCENDING KEY SRT-NUMERO
        USING LAVORO-INTERBIB
        GIVING ORDINATO-INTERBIB

    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "PRESTITI INTERBIBLIOTECARI APERTI AL " WS-DATA-ODIERNA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA

    MOVE "N" TO WS-FINE-ORDINATO
    OPEN INPUT ORDINATO-INTERBIB
    PERFORM UNTIL FINE-ORDINATO
        READ ORDINATO-INTERBIB
            AT END SET FINE-ORDINATO TO TRUE
        END-READ
        IF NOT FINE-ORDINATO
            IF PRIMA-BIBLIOTECA
               OR ORD-BIBLIOTECA NOT = WS-BIBLIOTECA-CORRENTE
                IF NOT PRIMA-BIBLIOTECA
                    PERFORM 5300-TOTALE-BIBLIOTECA
                END-IF
                PERFORM 5100-TESTATA-BIBLIOTECA
            END-IF
            PERFORM 5200-STAMPA-PRATICA
        END-IF
    END-PERFORM
    CLOSE ORDINATO-INTERBIB
    IF NOT PRIMA-BIBLIOTECA
        PERFORM 5300-TOTALE-BIBLIOTECA
    END-IF

    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE WS-TOT-SPESE TO WS-BIB-SPESE-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "PRATICHE LETTE " WS-PRATICHE-LETTE
           " APERTE " WS-TOT-APERTE
           " SCADUTE " WS-TOT-SCADUTE
           " BIBLIOTECHE " WS-TOT-BIBLIOTECHE
           " SPESE POSTALI " WS-BIB-SPESE-EDIT
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    DISPLAY "Pratiche lette: " WS-PRATICHE-LETTE
            " aperte: " WS-TOT-APERTE
            " scadute: " WS-TOT-SCADUTE.

5100-TESTATA-BIBLIOTECA.
    MOVE "N" TO WS-PRIMA-BIBLIOTECA
    MOVE ORD-BIBLIOTECA TO WS-BIBLIOTECA-CORRENTE
    ADD 1 TO WS-TOT-BIBLIOTECHE
    MOVE 0 TO WS-BIB-APERTE
    MOVE 0 TO WS-BIB-ENTRATA
    MOVE 0 TO WS-BIB-USCITA
    MOVE 0 TO WS-BIB-SCADUTE
    MOVE 0 TO WS-BIB-SPESE
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "BIBLIOTECA " ORD-BIBLIOTECA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  PRATICA  DIREZ.  S RIFERIM.   TITOLO                    "
           "               SPEDITO  SCADENZA SCAD.UT.  SPESE RITARDO"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

5200-STAMPA-PRATICA.
    ADD 1 TO WS-BIB-APERTE
    ADD 1 TO WS-TOT-APERTE
    ADD ORD-SPESE TO WS-BIB-SPESE
    ADD ORD-SPESE TO WS-TOT-SPESE
    IF ORD-DIREZIONE = "E"
        ADD 1 TO WS-BIB-ENTRATA
        MOVE "ENTRATA" TO WS-DESCR-DIREZIONE
    ELSE
        ADD 1 TO WS-BIB-USCITA
        MOVE "USCITA " TO WS-DESCR-DIREZIONE
    END-IF
    *> le date non ancora valorizzate restano in bianco
    MOVE SPACES TO WS-DATA-EDIT
    MOVE SPACES TO WS-SCADENZA-EDIT
    MOVE SPACES TO WS-SCAD-UT-EDIT
    IF ORD-SPEDIZIONE > 0
        MOVE ORD-SPEDIZIONE TO WS-DATA-EDIT
    END-IF
    IF ORD-SCADENZA > 0
        MOVE ORD-SCADENZA TO WS-SCADENZA-EDIT
    END-IF
    IF ORD-SCADENZA-UTENTE > 0
        MOVE ORD-SCADENZA-UTENTE TO WS-SCAD-UT-EDIT
    END-IF
    MOVE SPACES TO WS-DESCR-RITARDO
    IF ORD-IN-RITARDO
        ADD 1 TO WS-BIB-SCADUTE
        ADD 1 TO WS-TOT-SCADUTE
        IF ORD-RITARDO-BIBLIO
            STRING "SCADUTO GG " ORD-GIORNI-RITARDO
                DELIMITED BY SIZE INTO WS-DESCR-RITARDO
        ELSE
            STRING "UTENTE GG " ORD-GIORNI-RITARDO
                DELIMITED BY SIZE INTO WS-DESCR-RITARDO
        END-IF
    END-IF
    MOVE ORD-SPESE TO WS-SPESE-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  " ORD-NUMERO " " WS-DESCR-DIREZIONE " " ORD-STATO
           " " ORD-RIFERIMENTO " " ORD-TITOLO
           " " WS-DATA-EDIT " " WS-SCADENZA-EDIT " " WS-SCAD-UT-EDIT
           " " WS-SPESE-EDIT " " WS-DESCR-RITARDO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

5300-TOTALE-BIBLIOTECA.
    MOVE WS-BIB-SPESE TO WS-BIB-SPESE-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  TOTALE APERTE " WS-BIB-APERTE
           " IN ENTRATA " WS-BIB-ENTRATA
           " IN USCITA " WS-BIB-USCITA
           " SCADUTE " WS-BIB-SCADUTE
           " SPESE POSTALI " WS-BIB-SPESE-EDIT
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
        STRING "SITUAZIONE PRESTITI INTERBIBLIOTECARI"
               "                               PAGINA " WS-NUM-PAGINA
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
    CLOSE INTERBIB
    CLOSE STAMPA-INTERBIB.
