      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUGGERIMENTI-ACQUISTO.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> catalogo scorso per intero: ogni titolo con coda di
        *> prenotazioni lunga rispetto alle copie possedute e' un
        *> candidato all'acquisto
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> coda prenotazioni alimentata da PRENOTAZIONE: la chiave
        *> inizia con il codice libro, le attese di un titolo sono
        *> contigue
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> movimenti di prestito: i prestiti del periodo di un titolo
        *> si leggono sulla chiave alternativa per libro
        SELECT PRESTITI ASSIGN TO "PRESTITI"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PR-ID-PRESTITO
        *> chiave alternativa per posizionarsi sui movimenti di un
        *> libro senza scandire tutto il file
            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> righe d'ordine di ORDINI-ACQUISTO: le copie gia' ordinate e
        *> non ancora arrivate riducono il suggerimento
        SELECT ORDINI ASSIGN TO "ORDINACQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OA-NUMERO
        *> chiave alternativa per le righe d'ordine di un titolo
            ALTERNATE RECORD KEY IS OA-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-ORDINI-STATUS.

        *> candidati su file di lavoro, riordinati dalla SORT per la
        *> graduatoria: nessuna tabella a tetto fisso
        SELECT LAVORO-SUGGERIMENTI ASSIGN TO "SUGLAV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-SUGGERIMENTI ASSIGN TO "SUGORD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-SUGGERIMENTI ASSIGN TO "SORTWK".

        *> tabulato per l'ufficio acquisti: righe da 132 con
        *> intestazioni e numero di pagina
        SELECT STAMPA-SUGGERIMENTI ASSIGN TO "SUGREPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMPA-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  ORDINI.
        COPY ORDACQ REPLACING ==:ORDACQ-REC:== BY ==ORDINE-RECORD==
                               ==:PFX:==        BY ==OA==.

    *> un record per titolo candidato con i numeri della graduatoria
    FD  LAVORO-SUGGERIMENTI.
      01 LAVORO-RECORD.
            02 LAV-RAPPORTO   PIC 9(4)V9(2).
            02 LAV-PRESTITI   PIC 9(6).
            02 LAV-CODICE     PIC X(10).
            02 LAV-TITOLO     PIC X(40).
            02 LAV-COPIE-TOT  PIC 9(3).
            02 LAV-ATTESE     PIC 9(4).
            02 LAV-IN-ORDINE  PIC 9(4).
            02 LAV-QUANTITA   PIC 9(4).
            02 LAV-VALORE     PIC 9(7)V9(2).

    FD  ORDINATO-SUGGERIMENTI.
      01 ORDINATO-RECORD.
            02 ORD-RAPPORTO   PIC 9(4)V9(2).
            02 ORD-PRESTITI   PIC 9(6).
            02 ORD-CODICE     PIC X(10).
            02 ORD-TITOLO     PIC X(40).
            02 ORD-COPIE-TOT  PIC 9(3).
            02 ORD-ATTESE     PIC 9(4).
            02 ORD-IN-ORDINE  PIC 9(4).
            02 ORD-QUANTITA   PIC 9(4).
            02 ORD-VALORE     PIC 9(7)V9(2).

    SD  SORT-SUGGERIMENTI.
      01 SORT-RECORD.
            02 SRT-RAPPORTO   PIC 9(4)V9(2).
            02 SRT-PRESTITI   PIC 9(6).
            02 SRT-CODICE     PIC X(10).
            02 SRT-TITOLO     PIC X(40).
            02 SRT-COPIE-TOT  PIC 9(3).
            02 SRT-ATTESE     PIC 9(4).
            02 SRT-IN-ORDINE  PIC 9(4).
            02 SRT-QUANTITA   PIC 9(4).
            02 SRT-VALORE     PIC 9(7)V9(2).

    FD  STAMPA-SUGGERIMENTI.
      01 RIGA-STAMPA PIC X(132).

    WORKING-STORAGE SECTION.
      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-ORDINI-STATUS PIC X(2).
            88 WS-ORDINI-OK         VALUE "00".
            88 WS-ORDINI-NON-ESISTE VALUE "35".

      01 WS-LAVORO-STATUS PIC X(2).
            88 WS-LAVORO-OK VALUE "00".

      01 WS-ORDINATO-STATUS PIC X(2).
            88 WS-ORDINATO-OK VALUE "00".

      01 WS-STAMPA-STATUS PIC X(2).
            88 WS-STAMPA-OK VALUE "00".

    *> periodo dei prestiti, estremi compresi
      01 WS-IN-DATA-DA PIC 9(8).
      01 WS-IN-DATA-A  PIC 9(8).

    *> attese tollerate per copia posseduta: oltre questo rapporto il
    *> titolo e' candidato e il suggerimento riporta la coda a questo
    *> livello. Da SYSIN, con un default se la riga e' sporca
      01 WS-IN-ATTESE-PER-COPIA PIC 9(2).
      01 WS-ATTESE-PER-COPIA PIC 9(2).
      01 WS-ATTESE-DEFAULT PIC 9(2) VALUE 2.

      01 WS-DATA-PRESTITO-NUM PIC 9(8).

    *> numeri del titolo in esame
      01 WS-ATTESE      PIC 9(4).
      01 WS-PRESTITI-PERIODO PIC 9(6).
      01 WS-IN-ORDINE   PIC 9(4).
      01 WS-RAPPORTO    PIC 9(4)V9(2).
      01 WS-COPIE-NECESSARIE PIC 9(4).
      01 WS-RESTO       PIC 9(2).
      01 WS-QUANTITA    PIC S9(5).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-FINE-TITOLO PIC X(1) VALUE "N".
            88 FINE-TITOLO VALUE "S".

      01 WS-FINE-ORDINATO PIC X(1) VALUE "N".
            88 FINE-ORDINATO VALUE "S".

      01 WS-TITOLI-ESAMINATI PIC 9(8) VALUE 0.
      01 WS-TITOLI-SUGGERITI PIC 9(8) VALUE 0.
      01 WS-TITOLI-COPERTI   PIC 9(8) VALUE 0.
      01 WS-TOT-COPIE-SUGGERITE PIC 9(8) VALUE 0.
      01 WS-TOT-VALORE PIC 9(9)V9(2) VALUE 0.
      01 WS-POSIZIONE PIC 9(6) VALUE 0.

    *> formattazione leggibile di rapporto e importi sul tabulato
      01 WS-RAPPORTO-EDIT PIC ZZZ9.99.
      01 WS-VALORE-EDIT   PIC Z(6)9.99.
      01 WS-TOT-VALORE-EDIT PIC Z(8)9.99.

    *> gestione pagina del tabulato
      01 WS-NUM-PAGINA  PIC 9(4) VALUE 0.
      01 WS-NUM-RIGA    PIC 9(2) VALUE 99.
      01 WS-RIGHE-PAGINA PIC 9(2) VALUE 55.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-ACCETTA-PARAMETRI
    PERFORM 2000-APRI-FILE
    PERFORM 3000-ESTRAI-CANDIDATI
    PERFORM 5000-STAMPA-GRADUATORIA
    PERFORM 9000-CHIUDI-FILE
    STOP RUN.

1000-ACCETTA-PARAMETRI.
    DISPLAY "Data inizio periodo (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-IN-DATA-DA
    DISPLAY "Data fine periodo (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-IN-DATA-A
    DISPLAY "Prenotazioni in attesa tollerate per copia: "
            WITH NO ADVANCING
    ACCEPT WS-IN-ATTESE-PER-COPIA
    IF WS-IN-ATTESE-PER-COPIA NOT NUMERIC
       OR WS-IN-ATTESE-PER-COPIA = 0
        MOVE WS-ATTESE-DEFAULT TO WS-ATTESE-PER-COPIA
        DISPLAY "Rapporto non valido, applicato il default: "
                WS-ATTESE-DEFAULT
    ELSE
        MOVE WS-IN-ATTESE-PER-COPIA TO WS-ATTESE-PER-COPIA
    END-IF.

2000-APRI-FILE.
    OPEN INPUT LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN INPUT LIBRO-MASTER
    END-IF
    OPEN INPUT PRENOTAZIONI
    IF WS-PRENOTAZIONI-NON-ESISTE
        OPEN OUTPUT PRENOTAZIONI
        CLOSE PRENOTAZIONI
        OPEN INPUT PRENOTAZIONI
    END-IF
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE PRESTITI
        OPEN INPUT PRESTITI
    END-IF
    OPEN INPUT ORDINI
    IF WS-ORDINI-NON-ESISTE
        OPEN OUTPUT ORDINI
        CLOSE ORDINI
        OPEN INPUT ORDINI
    END-IF
    OPEN OUTPUT STAMPA-SUGGERIMENTI.

3000-ESTRAI-CANDIDATI.
    *> un passaggio del catalogo: per ogni titolo si contano le
    *> attese in coda, i prestiti del periodo e le copie gia' in
    *> ordine; i candidati scendono sul file di lavoro
    OPEN OUTPUT LAVORO-SUGGERIMENTI
    MOVE LOW-VALUES TO LM-CODICE
    START LIBRO-MASTER KEY NOT < LM-CODICE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ LIBRO-MASTER NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            ADD 1 TO WS-TITOLI-ESAMINATI
            PERFORM 3100-CONTA-ATTESE
            IF WS-ATTESE > 0
                PERFORM 3400-VALUTA-TITOLO
            END-IF
        END-IF
    END-PERFORM
    CLOSE LAVORO-SUGGERIMENTI.

3100-CONTA-ATTESE.
    *> solo le prenotazioni in attesa (A): una copia gia' trattenuta
    *> al banco (P) ha gia' trovato il suo utente
    MOVE 0 TO WS-ATTESE
    MOVE "N" TO WS-FINE-TITOLO
    MOVE LOW-VALUES TO PN-ID-PRENOTAZIONE
    MOVE LM-CODICE TO PN-CODICE-LIBRO
    START PRENOTAZIONI KEY NOT < PN-ID-PRENOTAZIONE
        INVALID KEY SET FINE-TITOLO TO TRUE
    END-START
    PERFORM UNTIL FINE-TITOLO
        READ PRENOTAZIONI NEXT RECORD
            AT END SET FINE-TITOLO TO TRUE
        END-READ
        IF NOT FINE-TITOLO
            IF PN-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-TITOLO TO TRUE
            ELSE
                IF PN-STATO = "A"
                    ADD 1 TO WS-ATTESE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

3200-CONTA-PRESTITI.
    MOVE 0 TO WS-PRESTITI-PERIODO
    MOVE "N" TO WS-FINE-TITOLO
    MOVE LM-CODICE TO PR-CODICE-LIBRO
    START PRESTITI KEY = PR-CODICE-LIBRO
        INVALID KEY SET FINE-TITOLO TO TRUE
    END-START
    PERFORM UNTIL FINE-TITOLO
        READ PRESTITI NEXT RECORD
            AT END SET FINE-TITOLO TO TRUE
        END-READ
        IF NOT FINE-TITOLO
            IF PR-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-TITOLO TO TRUE
            ELSE
                MOVE PR-DATA-PRESTITO TO WS-DATA-PRESTITO-NUM
                IF WS-DATA-PRESTITO-NUM >= WS-IN-DATA-DA
                   AND WS-DATA-PRESTITO-NUM <= WS-IN-DATA-A
                    ADD 1 TO WS-PRESTITI-PERIODO
                END-IF
            END-IF
        END-IF
    END-PERFORM.

3300-CONTA-IN-ORDINE.
    *> copie ordinate e non ancora arrivate sulle righe aperte o
    *> ricevute in parte
    MOVE 0 TO WS-IN-ORDINE
    MOVE "N" TO WS-FINE-TITOLO
    MOVE LM-CODICE TO OA-CODICE-LIBRO
    START ORDINI KEY = OA-CODICE-LIBRO
        INVALID KEY SET FINE-TITOLO TO TRUE
    END-START
    PERFORM UNTIL FINE-TITOLO
        READ ORDINI NEXT RECORD
            AT END SET FINE-TITOLO TO TRUE
        END-READ
        IF NOT FINE-TITOLO
            IF OA-CODICE-LIBRO NOT = LM-CODICE
                SET FINE-TITOLO TO TRUE
            ELSE
                IF OA-STATO = "A" OR OA-STATO = "P"
                    COMPUTE WS-IN-ORDINE = WS-IN-ORDINE
                        + OA-QUANTITA - OA-QTA-RICEVUTA
                END-IF
            END-IF
        END-IF
    END-PERFORM.

3400-VALUTA-TITOLO.
    *> rapporto attese per copia posseduta; un titolo senza copie
    *> (tutte smarrite o scartate) vale le sue attese intere
    IF LM-COPIE-TOT = 0
        MOVE WS-ATTESE TO WS-RAPPORTO
    ELSE
        COMPUTE WS-RAPPORTO ROUNDED = WS-ATTESE / LM-COPIE-TOT
    END-IF
    IF WS-RAPPORTO > WS-ATTESE-PER-COPIA
        PERFORM 3200-CONTA-PRESTITI
        PERFORM 3300-CONTA-IN-ORDINE
        *> copie che riportano la coda al rapporto tollerato,
        *> arrotondate per eccesso, meno il posseduto e l'ordinato
        DIVIDE WS-ATTESE BY WS-ATTESE-PER-COPIA
            GIVING WS-COPIE-NECESSARIE REMAINDER WS-RESTO
        IF WS-RESTO > 0
            ADD 1 TO WS-COPIE-NECESSARIE
        END-IF
        COMPUTE WS-QUANTITA =
            WS-COPIE-NECESSARIE - LM-COPIE-TOT - WS-IN-ORDINE
        IF WS-QUANTITA > 0
            PERFORM 3500-SCRIVI-CANDIDATO
        ELSE
            ADD 1 TO WS-TITOLI-COPERTI
        END-IF
    END-IF.

3500-SCRIVI-CANDIDATO.
    ADD 1 TO WS-TITOLI-SUGGERITI
    MOVE WS-RAPPORTO         TO LAV-RAPPORTO
    MOVE WS-PRESTITI-PERIODO TO LAV-PRESTITI
    MOVE LM-CODICE           TO LAV-CODICE
    MOVE LM-TIT              TO LAV-TITOLO
    MOVE LM-COPIE-TOT        TO LAV-COPIE-TOT
    MOVE WS-ATTESE           TO LAV-ATTESE
    MOVE WS-IN-ORDINE        TO LAV-IN-ORDINE
    MOVE WS-QUANTITA         TO LAV-QUANTITA
    *> valore stimato al prezzo di catalogo, per il confronto con
    *> il budget dell'esercizio
    COMPUTE LAV-VALORE = WS-QUANTITA * LM-PREZZO
    ADD LAV-QUANTITA TO WS-TOT-COPIE-SUGGERITE
    ADD LAV-VALORE   TO WS-TOT-VALORE
    WRITE LAVORO-RECORD.

5000-STAMPA-GRADUATORIA.
    *> graduatoria: prima le code piu' lunghe per copia, a parita' i
    *> titoli piu' prestati nel periodo
    SORT SORT-SUGGERIMENTI
        ON DESCENDING KEY SRT-RAPPORTO
        ON DESCENDING KEY SRT-PRESTITI
        ON ASCENDING KEY SRT-CODICE
        USING LAVORO-SUGGERIMENTI
        GIVING ORDINATO-SUGGERIMENTI

    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TITOLI DA ACQUISTARE - PRESTITI DAL " WS-IN-DATA-DA
           " AL " WS-IN-DATA-A
           " - ATTESE TOLLERATE PER COPIA " WS-ATTESE-PER-COPIA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "   POS CODICE     TITOLO                                    "
           "POS ATTESE ATT/COPIA PRESTITI ORD. SUGG VALORE STIMATO"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA

    MOVE "N" TO WS-FINE-ORDINATO
    OPEN INPUT ORDINATO-SUGGERIMENTI
    PERFORM UNTIL FINE-ORDINATO
        READ ORDINATO-SUGGERIMENTI
            AT END SET FINE-ORDINATO TO TRUE
        END-READ
        IF NOT FINE-ORDINATO
            PERFORM 5100-STAMPA-CANDIDATO
        END-IF
    END-PERFORM
    CLOSE ORDINATO-SUGGERIMENTI

    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE WS-TOT-VALORE TO WS-TOT-VALORE-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TITOLI ESAMINATI " WS-TITOLI-ESAMINATI
           " SUGGERITI " WS-TITOLI-SUGGERITI
           " GIA' COPERTI DA ORDINI " WS-TITOLI-COPERTI
           " COPIE SUGGERITE " WS-TOT-COPIE-SUGGERITE
           " VALORE " WS-TOT-VALORE-EDIT
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    DISPLAY "Titoli esaminati: " WS-TITOLI-ESAMINATI
            " suggeriti: " WS-TITOLI-SUGGERITI
            " copie suggerite: " WS-TOT-COPIE-SUGGERITE.

5100-STAMPA-CANDIDATO.
    ADD 1 TO WS-POSIZIONE
    MOVE ORD-RAPPORTO TO WS-RAPPORTO-EDIT
    MOVE ORD-VALORE   TO WS-VALORE-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING WS-POSIZIONE " " ORD-CODICE " " ORD-TITOLO
           "  " ORD-COPIE-TOT "   " ORD-ATTESE "   " WS-RAPPORTO-EDIT
           "   " ORD-PRESTITI " " ORD-IN-ORDINE " " ORD-QUANTITA
           "    " WS-VALORE-EDIT
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
        STRING "SUGGERIMENTI DI ACQUISTO BIBLIOTECA"
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
    CLOSE LIBRO-MASTER
    CLOSE PRENOTAZIONI
    CLOSE PRESTITI
    CLOSE ORDINI
    CLOSE STAMPA-SUGGERIMENTI.
