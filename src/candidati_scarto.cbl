      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CANDIDATI-SCARTO.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> catalogo scorso per intero in ordine di codice: ogni titolo
        *> in collezione senza prestiti recenti e' un candidato allo
        *> scarto
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> movimenti di prestito: l'ultimo prestito e i prestiti
        *> aperti di un titolo si leggono sulla chiave alternativa
        SELECT PRESTITI ASSIGN TO "PRESTITI"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PR-ID-PRESTITO
        *> chiave alternativa per posizionarsi sui movimenti di un
        *> libro senza scandire tutto il file
            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> archivio storico dei prestiti chiusi scaricato da
        *> ARCHIVIA-PRESTITI: sequenziale, si riordina per libro
        SELECT ARCHIVIO-PRESTITI ASSIGN TO "PRESTARC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVIO-STATUS.

        *> coda prenotazioni: un titolo con prenotazioni non si scarta
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> giacenze per sede, per le copie da cercare sugli scaffali
        SELECT STOCK-SEDI ASSIGN TO "SEDESTOK"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SD-CHIAVE
            FILE STATUS IS WS-STOCK-STATUS.

        *> data dell'ultimo prestito in archivio per libro: estratto
        *> di PRESTARC riordinato dalla SORT per codice e data
        *> decrescente, letto in parallelo al catalogo
        SELECT LAVORO-ARCHIVIO ASSIGN TO "SCALAVA"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-ARCHIVIO ASSIGN TO "SCAORDA"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-ARCHIVIO ASSIGN TO "SORTWK".

        *> candidati su file di lavoro, riordinati dalla SORT per
        *> genere e anno di pubblicazione
        SELECT LAVORO-CANDIDATI ASSIGN TO "SCALAVC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-CANDIDATI ASSIGN TO "SCAORDC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-CANDIDATI ASSIGN TO "SORTWK".

        *> tabulato per la revisione delle raccolte: righe da 132 con
        *> intestazioni e numero di pagina
        SELECT STAMPA-CANDIDATI ASSIGN TO "SCAREPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMPA-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  ARCHIVIO-PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==ARCHIVIO-RECORD==
                                 ==:PFX:==          BY ==PA==.

    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  STOCK-SEDI.
        COPY SEDESTK REPLACING ==:STOCK-REC:== BY ==STOCK-SEDE-RECORD==
                                ==:PFX:==       BY ==SD==.

    FD  LAVORO-ARCHIVIO.
      01 LAVORO-ARC-RECORD.
            02 LVA-CODICE-LIBRO   PIC X(10).
            02 LVA-DATA-PRESTITO  PIC 9(8).

    FD  ORDINATO-ARCHIVIO.
      01 ORDINATO-ARC-RECORD.
            02 ORA-CODICE-LIBRO   PIC X(10).
            02 ORA-DATA-PRESTITO  PIC 9(8).

    SD  SORT-ARCHIVIO.
      01 SORT-ARC-RECORD.
            02 SRA-CODICE-LIBRO   PIC X(10).
            02 SRA-DATA-PRESTITO  PIC 9(8).

    *> un record per titolo candidato
    FD  LAVORO-CANDIDATI.
      01 LAVORO-RECORD.
            02 LAV-GENERE         PIC X(20).
            02 LAV-ANNO-PUB       PIC 9(4).
            02 LAV-CODICE         PIC X(10).
            02 LAV-TITOLO         PIC X(40).
            02 LAV-AUTORE         PIC X(30).
            02 LAV-COPIE-TOT      PIC 9(3).
            02 LAV-ULTIMO-PRESTITO PIC 9(8).

    FD  ORDINATO-CANDIDATI.
      01 ORDINATO-RECORD.
            02 ORD-GENERE         PIC X(20).
            02 ORD-ANNO-PUB       PIC 9(4).
            02 ORD-CODICE         PIC X(10).
            02 ORD-TITOLO         PIC X(40).
            02 ORD-AUTORE         PIC X(30).
            02 ORD-COPIE-TOT      PIC 9(3).
            02 ORD-ULTIMO-PRESTITO PIC 9(8).

    SD  SORT-CANDIDATI.
      01 SORT-RECORD.
            02 SRT-GENERE         PIC X(20).
            02 SRT-ANNO-PUB       PIC 9(4).
            02 SRT-CODICE         PIC X(10).
            02 SRT-TITOLO         PIC X(40).
            02 SRT-AUTORE         PIC X(30).
            02 SRT-COPIE-TOT      PIC 9(3).
            02 SRT-ULTIMO-PRESTITO PIC 9(8).

    FD  STAMPA-CANDIDATI.
      01 RIGA-STAMPA PIC X(132).

    WORKING-STORAGE SECTION.
      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-ARCHIVIO-STATUS PIC X(2).
            88 WS-ARCHIVIO-OK  VALUE "00".
            88 WS-ARCHIVIO-EOF VALUE "10".

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-STOCK-STATUS PIC X(2).
            88 WS-STOCK-OK         VALUE "00".
            88 WS-STOCK-NON-ESISTE VALUE "35".

      01 WS-LAVORO-STATUS PIC X(2).
            88 WS-LAVORO-OK VALUE "00".

      01 WS-ORDINATO-STATUS PIC X(2).
            88 WS-ORDINATO-OK VALUE "00".

      01 WS-STAMPA-STATUS PIC X(2).
            88 WS-STAMPA-OK VALUE "00".

      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-DATA-ODIERNA-R REDEFINES WS-DATA-ODIERNA.
            02 WS-OGGI-ANNO   PIC 9(4).
            02 WS-OGGI-MESE   PIC 9(2).
            02 WS-OGGI-GIORNO PIC 9(2).

    *> anni senza prestiti oltre i quali un titolo e' candidato: da
    *> SYSIN, con un default se la riga e' sporca
      01 WS-IN-ANNI PIC 9(2).
      01 WS-ANNI    PIC 9(2).
      01 WS-ANNI-DEFAULT PIC 9(2) VALUE 5.

    *> data limite: nessun prestito da questa data in poi
      01 WS-DATA-LIMITE PIC 9(8).
      01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
            02 WS-LIMITE-ANNO   PIC 9(4).
            02 WS-LIMITE-MESE   PIC 9(2).
            02 WS-LIMITE-GIORNO PIC 9(2).

      01 WS-DATA-PRESTITO-NUM PIC 9(8).

    *> numeri del titolo in esame
      01 WS-ULTIMO-PRESTITO PIC 9(8).
      01 WS-PRESTITI-APERTI PIC 9(4).
      01 WS-PRENOTAZIONI    PIC 9(4).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-FINE-TITOLO PIC X(1) VALUE "N".
            88 FINE-TITOLO VALUE "S".

      01 WS-FINE-ARCHIVIO PIC X(1) VALUE "N".
            88 FINE-ARCHIVIO VALUE "S".

      01 WS-FINE-ORDINATO PIC X(1) VALUE "N".
            88 FINE-ORDINATO VALUE "S".

      01 WS-TITOLI-ESAMINATI PIC 9(8) VALUE 0.
      01 WS-TITOLI-RITIRATI  PIC 9(8) VALUE 0.
      01 WS-TITOLI-IMPEGNATI PIC 9(8) VALUE 0.
      01 WS-TITOLI-CANDIDATI PIC 9(8) VALUE 0.
      01 WS-TOT-COPIE        PIC 9(8) VALUE 0.

    *> rottura per genere
      01 WS-GENERE-CORRENTE PIC X(20).
      01 WS-TITOLI-GENERE   PIC 9(6).
      01 WS-COPIE-GENERE    PIC 9(6).

    *> copie per sede del titolo stampato: fino a sei sedi sulla
    *> riga, oltre si segnala con +
      01 WS-NUM-SEDI PIC 9(2).
      01 WS-MAX-SEDI PIC 9(2) VALUE 6.
      01 WS-SEDI-RIGA.
            02 WS-SR-SEDE-COPIE OCCURS 6 TIMES.
                03 WS-SR-SEDE  PIC X(3).
                03 FILLER      PIC X(1).
                03 WS-SR-COPIE PIC ZZ9.
                03 FILLER      PIC X(1).
      01 WS-SEDI-OLTRE PIC X(1).

      01 WS-ULTIMO-EDIT PIC X(8).

    *> gestione pagina del tabulato
      01 WS-NUM-PAGINA  PIC 9(4) VALUE 0.
      01 WS-NUM-RIGA    PIC 9(2) VALUE 99.
      01 WS-RIGHE-PAGINA PIC 9(2) VALUE 55.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-ACCETTA-PARAMETRI
    PERFORM 2000-APRI-FILE
    PERFORM 2500-ORDINA-ARCHIVIO
    PERFORM 3000-ESTRAI-CANDIDATI
    PERFORM 5000-STAMPA-CANDIDATI
    PERFORM 9000-CHIUDI-FILE
    STOP RUN.

1000-ACCETTA-PARAMETRI.
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    DISPLAY "Anni senza prestiti per proporre lo scarto: "
            WITH NO ADVANCING
    ACCEPT WS-IN-ANNI
    IF WS-IN-ANNI NOT NUMERIC OR WS-IN-ANNI = 0
        MOVE WS-ANNI-DEFAULT TO WS-ANNI
        DISPLAY "Anni non validi, applicato il default: "
                WS-ANNI-DEFAULT
    ELSE
        MOVE WS-IN-ANNI TO WS-ANNI
    END-IF
    *> stesso giorno di N anni fa; il 29 febbraio diventa il 28
    MOVE WS-DATA-ODIERNA TO WS-DATA-LIMITE
    SUBTRACT WS-ANNI FROM WS-LIMITE-ANNO
    IF WS-LIMITE-MESE = 2 AND WS-LIMITE-GIORNO = 29
        MOVE 28 TO WS-LIMITE-GIORNO
    END-IF.

2000-APRI-FILE.
    OPEN INPUT LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN INPUT LIBRO-MASTER
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
    OPEN INPUT STOCK-SEDI
    IF WS-STOCK-NON-ESISTE
        OPEN OUTPUT STOCK-SEDI
        CLOSE STOCK-SEDI
        OPEN INPUT STOCK-SEDI
    END-IF
    OPEN OUTPUT STAMPA-CANDIDATI.

2500-ORDINA-ARCHIVIO.
    *> dall'archivio storico serve solo codice libro e data del
    *> prestito; la SORT mette per primo il prestito piu' recente
    OPEN OUTPUT LAVORO-ARCHIVIO
    OPEN INPUT ARCHIVIO-PRESTITI
    IF WS-ARCHIVIO-OK
        READ ARCHIVIO-PRESTITI
            AT END SET WS-ARCHIVIO-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-ARCHIVIO-EOF
            MOVE PA-CODICE-LIBRO  TO LVA-CODICE-LIBRO
            MOVE PA-DATA-PRESTITO TO LVA-DATA-PRESTITO
            WRITE LAVORO-ARC-RECORD
            READ ARCHIVIO-PRESTITI
                AT END SET WS-ARCHIVIO-EOF TO TRUE
            END-READ
        END-PERFORM
        CLOSE ARCHIVIO-PRESTITI
    END-IF
    CLOSE LAVORO-ARCHIVIO
    SORT SORT-ARCHIVIO
        ON ASCENDING KEY SRA-CODICE-LIBRO
        ON DESCENDING KEY SRA-DATA-PRESTITO
        USING LAVORO-ARCHIVIO
        GIVING ORDINATO-ARCHIVIO.

3000-ESTRAI-CANDIDATI.
    *> un passaggio del catalogo in parallelo all'archivio ordinato:
    *> per ogni titolo in collezione l'ultimo prestito e' il piu'
    *> recente tra movimenti e archivio
    OPEN OUTPUT LAVORO-CANDIDATI
    OPEN INPUT ORDINATO-ARCHIVIO
    PERFORM 3900-LEGGI-ARCHIVIO
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
            PERFORM 3050-ULTIMO-IN-ARCHIVIO
            IF LM-STATO = "R" OR LM-COPIE-TOT = 0
                ADD 1 TO WS-TITOLI-RITIRATI
            ELSE
                PERFORM 3100-ESAMINA-PRESTITI
                PERFORM 3200-CONTA-PRENOTAZIONI
                PERFORM 3400-VALUTA-TITOLO
            END-IF
        END-IF
    END-PERFORM
    CLOSE ORDINATO-ARCHIVIO
    CLOSE LAVORO-CANDIDATI.

3050-ULTIMO-IN-ARCHIVIO.
    *> si scartano le righe di titoli che precedono quello in esame
    *> (titoli non piu' a catalogo); la prima riga del titolo porta
    *> la data piu' recente, le altre si saltano
    MOVE 0 TO WS-ULTIMO-PRESTITO
    PERFORM UNTIL FINE-ARCHIVIO
               OR ORA-CODICE-LIBRO NOT < LM-CODICE
        PERFORM 3900-LEGGI-ARCHIVIO
    END-PERFORM
    IF NOT FINE-ARCHIVIO AND ORA-CODICE-LIBRO = LM-CODICE
        MOVE ORA-DATA-PRESTITO TO WS-ULTIMO-PRESTITO
    END-IF
    PERFORM UNTIL FINE-ARCHIVIO
               OR ORA-CODICE-LIBRO NOT = LM-CODICE
        PERFORM 3900-LEGGI-ARCHIVIO
    END-PERFORM.

3100-ESAMINA-PRESTITI.
    *> prestiti ancora sul file movimenti: aperti o chiusi ma non
    *> ancora archiviati
    MOVE 0 TO WS-PRESTITI-APERTI
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
                IF PR-DATA-RIENTRO = SPACES
                    ADD 1 TO WS-PRESTITI-APERTI
                END-IF
                MOVE PR-DATA-PRESTITO TO WS-DATA-PRESTITO-NUM
                IF WS-DATA-PRESTITO-NUM > WS-ULTIMO-PRESTITO
                    MOVE WS-DATA-PRESTITO-NUM TO WS-ULTIMO-PRESTITO
                END-IF
            END-IF
        END-IF
    END-PERFORM.

3200-CONTA-PRENOTAZIONI.
    MOVE 0 TO WS-PRENOTAZIONI
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
                ADD 1 TO WS-PRENOTAZIONI
            END-IF
        END-IF
    END-PERFORM.

3400-VALUTA-TITOLO.
    *> un titolo in prestito o prenotato e' vivo comunque; un titolo
    *> mai prestato e' candidato solo se pubblicato prima del limite,
    *> cosi' le novita' appena arrivate non finiscono nel tabulato
    IF WS-PRESTITI-APERTI > 0 OR WS-PRENOTAZIONI > 0
        ADD 1 TO WS-TITOLI-IMPEGNATI
    ELSE
        IF WS-ULTIMO-PRESTITO = 0
            IF LM-ANNO-PUB < WS-LIMITE-ANNO
                PERFORM 3500-SCRIVI-CANDIDATO
            END-IF
        ELSE
            IF WS-ULTIMO-PRESTITO < WS-DATA-LIMITE
                PERFORM 3500-SCRIVI-CANDIDATO
            END-IF
        END-IF
    END-IF.

3500-SCRIVI-CANDIDATO.
    ADD 1 TO WS-TITOLI-CANDIDATI
    ADD LM-COPIE-TOT TO WS-TOT-COPIE
    MOVE LM-GEN             TO LAV-GENERE
    MOVE LM-ANNO-PUB        TO LAV-ANNO-PUB
    MOVE LM-CODICE          TO LAV-CODICE
    MOVE LM-TIT             TO LAV-TITOLO
    MOVE LM-AUT             TO LAV-AUTORE
    MOVE LM-COPIE-TOT       TO LAV-COPIE-TOT
    MOVE WS-ULTIMO-PRESTITO TO LAV-ULTIMO-PRESTITO
    WRITE LAVORO-RECORD.

3900-LEGGI-ARCHIVIO.
    READ ORDINATO-ARCHIVIO
        AT END SET FINE-ARCHIVIO TO TRUE
    END-READ.

5000-STAMPA-CANDIDATI.
    *> per genere, dentro il genere dal piu' vecchio per anno di
    *> pubblicazione, con subtotale a ogni cambio di genere
    SORT SORT-CANDIDATI
        ON ASCENDING KEY SRT-GENERE
        ON ASCENDING KEY SRT-ANNO-PUB
        ON ASCENDING KEY SRT-CODICE
        USING LAVORO-CANDIDATI
        GIVING ORDINATO-CANDIDATI

    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TITOLI SENZA PRESTITI DAL " WS-DATA-LIMITE
           " (" WS-ANNI " ANNI) - CANDIDATI ALLO SCARTO"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "CODICE     TITOLO                         AUTORE          "
           "ANNO COP ULT.PREST COPIE PER SEDE"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA

    MOVE "N" TO WS-FINE-ORDINATO
    MOVE HIGH-VALUES TO WS-GENERE-CORRENTE
    OPEN INPUT ORDINATO-CANDIDATI
    PERFORM UNTIL FINE-ORDINATO
        READ ORDINATO-CANDIDATI
            AT END SET FINE-ORDINATO TO TRUE
        END-READ
        IF NOT FINE-ORDINATO
            IF ORD-GENERE NOT = WS-GENERE-CORRENTE
                IF WS-GENERE-CORRENTE NOT = HIGH-VALUES
                    PERFORM 5200-CHIUDI-GENERE
                END-IF
                MOVE ORD-GENERE TO WS-GENERE-CORRENTE
                MOVE 0 TO WS-TITOLI-GENERE
                MOVE 0 TO WS-COPIE-GENERE
                MOVE SPACES TO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "GENERE: " ORD-GENERE
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
            PERFORM 5100-STAMPA-CANDIDATO
        END-IF
    END-PERFORM
    IF WS-GENERE-CORRENTE NOT = HIGH-VALUES
        PERFORM 5200-CHIUDI-GENERE
    END-IF
    CLOSE ORDINATO-CANDIDATI

    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TITOLI ESAMINATI " WS-TITOLI-ESAMINATI
           " RITIRATI O SENZA COPIE " WS-TITOLI-RITIRATI
           " IN PRESTITO O PRENOTATI " WS-TITOLI-IMPEGNATI
           " CANDIDATI " WS-TITOLI-CANDIDATI
           " COPIE " WS-TOT-COPIE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "IL RITIRO SI REGISTRA TITOLO PER TITOLO CON SCARTO-TITOLI"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    DISPLAY "Titoli esaminati: " WS-TITOLI-ESAMINATI
            " candidati allo scarto: " WS-TITOLI-CANDIDATI.

5100-STAMPA-CANDIDATO.
    ADD 1 TO WS-TITOLI-GENERE
    ADD ORD-COPIE-TOT TO WS-COPIE-GENERE
    PERFORM 5300-CARICA-SEDI
    IF ORD-ULTIMO-PRESTITO = 0
        MOVE "MAI" TO WS-ULTIMO-EDIT
    ELSE
        MOVE ORD-ULTIMO-PRESTITO TO WS-ULTIMO-EDIT
    END-IF
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING ORD-CODICE " " ORD-TITOLO (1:30) " " ORD-AUTORE (1:15)
           " " ORD-ANNO-PUB " " ORD-COPIE-TOT
           " " WS-ULTIMO-EDIT "  " WS-SEDI-RIGA WS-SEDI-OLTRE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

5200-CHIUDI-GENERE.
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  TOTALE " WS-GENERE-CORRENTE
           " TITOLI " WS-TITOLI-GENERE
           " COPIE " WS-COPIE-GENERE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

5300-CARICA-SEDI.
    *> giacenze di sede del titolo: la chiave inizia con il codice
    *> libro, le sedi di un titolo sono contigue
    MOVE SPACES TO WS-SEDI-RIGA
    MOVE SPACE TO WS-SEDI-OLTRE
    MOVE 0 TO WS-NUM-SEDI
    MOVE "N" TO WS-FINE-TITOLO
    MOVE ORD-CODICE TO SD-CODICE-LIBRO
    MOVE LOW-VALUES TO SD-SEDE
    START STOCK-SEDI KEY NOT < SD-CHIAVE
        INVALID KEY SET FINE-TITOLO TO TRUE
    END-START
    PERFORM UNTIL FINE-TITOLO
        READ STOCK-SEDI NEXT RECORD
            AT END SET FINE-TITOLO TO TRUE
        END-READ
        IF NOT FINE-TITOLO
            IF SD-CODICE-LIBRO NOT = ORD-CODICE
                SET FINE-TITOLO TO TRUE
            ELSE
                IF SD-COPIE > 0
                    IF WS-NUM-SEDI < WS-MAX-SEDI
                        ADD 1 TO WS-NUM-SEDI
                        MOVE SD-SEDE  TO WS-SR-SEDE (WS-NUM-SEDI)
                        MOVE SD-COPIE TO WS-SR-COPIE (WS-NUM-SEDI)
                    ELSE
                        MOVE "+" TO WS-SEDI-OLTRE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

9100-SCRIVI-RIGA.
    *> gestione pagina: intestazione e numero pagina ogni 55 righe
    IF WS-NUM-RIGA > WS-RIGHE-PAGINA
        ADD 1 TO WS-NUM-PAGINA
        IF WS-NUM-PAGINA > 1
            MOVE SPACES TO RIGA-STAMPA
            WRITE RIGA-STAMPA
        END-IF
        MOVE SPACES TO RIGA-STAMPA
        STRING "CANDIDATI ALLO SCARTO BIBLIOTECA"
               "                                    PAGINA " WS-NUM-PAGINA
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
    CLOSE PRESTITI
    CLOSE PRENOTAZIONI
    CLOSE STOCK-SEDI
    CLOSE STAMPA-CANDIDATI.
