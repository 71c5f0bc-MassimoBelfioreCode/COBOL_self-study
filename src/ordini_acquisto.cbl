      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDINI-ACQUISTO.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> righe d'ordine di acquisto, chiuse o ricevute in parte da
        *> RICEVIMENTO-ORDINI all'arrivo delle copie
        SELECT ORDINI ASSIGN TO "ORDINACQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OA-NUMERO
        *> chiave alternativa per le righe d'ordine di un titolo
            ALTERNATE RECORD KEY IS OA-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-ORDINI-STATUS.

        *> budget acquisti per esercizio: stanziamento e impegni
        SELECT BILANCIO ASSIGN TO "BILACQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BA-ESERCIZIO
            FILE STATUS IS WS-BILANCIO-STATUS.

        *> unico record con l'ultimo numero d'ordine assegnato, stesso
        *> schema del numeratore ricevute di PAGAMENTO-MULTE
        SELECT ORDINI-NUMERATORE ASSIGN TO "ORDINNUM"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS RANDOM
            RELATIVE KEY IS WS-NUMERATORE-KEY
            FILE STATUS IS WS-NUMERATORE-STATUS.

        *> catalogo: si ordinano solo titoli gia' a catalogo
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  ORDINI.
        COPY ORDACQ REPLACING ==:ORDACQ-REC:== BY ==ORDINE-RECORD==
                               ==:PFX:==        BY ==OA==.

    FD  BILANCIO.
        COPY BILACQ REPLACING ==:BILACQ-REC:== BY ==BILANCIO-RECORD==
                               ==:PFX:==        BY ==BA==.

    FD  ORDINI-NUMERATORE.
      01 NUMERATORE-RECORD.
            02 ONM-ULTIMO-NUMERO PIC 9(8).

    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> gli ordini impegnano il budget: solo i supervisori
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-ORDINI-STATUS PIC X(2).
            88 WS-ORDINI-OK          VALUE "00".
            88 WS-ORDINI-EOF         VALUE "10".
            88 WS-ORDINI-NON-TROVATO VALUE "23".
            88 WS-ORDINI-NON-ESISTE  VALUE "35".

      01 WS-BILANCIO-STATUS PIC X(2).
            88 WS-BILANCIO-OK          VALUE "00".
            88 WS-BILANCIO-NON-TROVATO VALUE "23".
            88 WS-BILANCIO-NON-ESISTE  VALUE "35".

      01 WS-NUMERATORE-STATUS PIC X(2).
            88 WS-NUMERATORE-OK          VALUE "00".
            88 WS-NUMERATORE-NON-TROVATO VALUE "23".
            88 WS-NUMERATORE-NON-ESISTE  VALUE "35".

      01 WS-NUMERATORE-KEY PIC 9(4) VALUE 1.

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.
      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-DATA-ODIERNA-R REDEFINES WS-DATA-ODIERNA.
            02 WS-ANNO-ODIERNO PIC 9(4).
            02 FILLER          PIC 9(4).

    *> dati in ingresso della transazione sugli ordini
      01 WS-IN-AZIONE PIC X(1).
            88 AZIONE-NUOVO    VALUE "N".
            88 AZIONE-ANNULLA  VALUE "A".
            88 AZIONE-BUDGET   VALUE "B".
            88 AZIONE-ELENCA   VALUE "E".

      01 WS-INPUT-ORDINE.
            02 WS-IN-NUMERO          PIC 9(8).
            02 WS-IN-CODICE-LIBRO    PIC X(10).
            02 WS-IN-FORNITORE       PIC X(30).
            02 WS-IN-QUANTITA        PIC 9(3).
            02 WS-IN-PREZZO-CENTESIMI PIC 9(5).
            02 WS-IN-ESERCIZIO       PIC 9(4).
            02 WS-IN-ORIGINE         PIC X(1).
                  88 ORIGINE-VALIDA VALUE "S" "M".
            02 WS-IN-SEDE            PIC X(3).
            02 WS-IN-STANZIATO-CENTESIMI PIC 9(9).

      01 WS-PREZZO-UNITARIO PIC 9(3)V9(2).
      01 WS-ESERCIZIO PIC 9(4).
      01 WS-STANZIATO PIC 9(7)V9(2).
      01 WS-VALORE-ORDINE PIC 9(7)V9(2).
      01 WS-DISPONIBILE PIC S9(7)V9(2).

      01 WS-ORDINE-VALIDO PIC X(1) VALUE "N".
            88 ORDINE-VALIDO     VALUE "S".
            88 ORDINE-NON-VALIDO VALUE "N".

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-NUM-RIGHE PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ACCETTA-RICHIESTA
        IF AZIONE-NUOVO
            PERFORM 3000-NUOVO-ORDINE
        ELSE
            IF AZIONE-ANNULLA
                PERFORM 4000-ANNULLA-ORDINE
            ELSE
                IF AZIONE-BUDGET
                    PERFORM 5000-IMPOSTA-BUDGET
                ELSE
                    IF AZIONE-ELENCA
                        PERFORM 6000-ELENCA-ORDINI
                    ELSE
                        DISPLAY "Azione non riconosciuta: "
                                WS-IN-AZIONE
                    END-IF
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
    OPEN I-O ORDINI
    IF WS-ORDINI-NON-ESISTE
        OPEN OUTPUT ORDINI
        CLOSE ORDINI
        OPEN I-O ORDINI
    END-IF
    OPEN I-O BILANCIO
    IF WS-BILANCIO-NON-ESISTE
        OPEN OUTPUT BILANCIO
        CLOSE BILANCIO
        OPEN I-O BILANCIO
    END-IF
    OPEN I-O ORDINI-NUMERATORE
    IF WS-NUMERATORE-NON-ESISTE
        OPEN OUTPUT ORDINI-NUMERATORE
        CLOSE ORDINI-NUMERATORE
        OPEN I-O ORDINI-NUMERATORE
    END-IF
    OPEN INPUT LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN INPUT LIBRO-MASTER
    END-IF
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Azione (N)uovo ordine (A)nnulla (B)udget (E)lenca: "
            WITH NO ADVANCING
    ACCEPT WS-IN-AZIONE
    IF AZIONE-NUOVO
        DISPLAY "Codice libro: " WITH NO ADVANCING
        ACCEPT WS-IN-CODICE-LIBRO
        DISPLAY "Fornitore: " WITH NO ADVANCING
        ACCEPT WS-IN-FORNITORE
        DISPLAY "Copie ordinate: " WITH NO ADVANCING
        ACCEPT WS-IN-QUANTITA
        DISPLAY "Prezzo unitario in centesimi, es. 1850 per 18.50: "
                WITH NO ADVANCING
        ACCEPT WS-IN-PREZZO-CENTESIMI
        DISPLAY "Origine (S=da suggerimenti M=manuale): "
                WITH NO ADVANCING
        ACCEPT WS-IN-ORIGINE
        DISPLAY "Sede che riceve le copie (vuoto = centrale): "
                WITH NO ADVANCING
        ACCEPT WS-IN-SEDE
    END-IF
    IF AZIONE-ANNULLA
        DISPLAY "Numero ordine: " WITH NO ADVANCING
        ACCEPT WS-IN-NUMERO
    END-IF
    IF AZIONE-NUOVO OR AZIONE-BUDGET OR AZIONE-ELENCA
        DISPLAY "Esercizio (vuoto = anno corrente): " WITH NO ADVANCING
        ACCEPT WS-IN-ESERCIZIO
        *> esercizio non indicato o sporco: quello dell'anno in corso
        IF WS-IN-ESERCIZIO NOT NUMERIC OR WS-IN-ESERCIZIO = 0
            MOVE WS-ANNO-ODIERNO TO WS-ESERCIZIO
        ELSE
            MOVE WS-IN-ESERCIZIO TO WS-ESERCIZIO
        END-IF
    END-IF
    IF AZIONE-BUDGET
        DISPLAY "Stanziamento in centesimi, es. 500000 per 5000.00: "
                WITH NO ADVANCING
        ACCEPT WS-IN-STANZIATO-CENTESIMI
    END-IF.

3000-NUOVO-ORDINE.
    PERFORM 3100-VALIDA-ORDINE
    IF ORDINE-VALIDO
        PERFORM 3200-VERIFICA-BUDGET
    END-IF
    IF ORDINE-VALIDO
        PERFORM 3300-SCRIVI-ORDINE
    END-IF.

3100-VALIDA-ORDINE.
    SET ORDINE-VALIDO TO TRUE
    MOVE WS-IN-CODICE-LIBRO TO LM-CODICE
    READ LIBRO-MASTER
        INVALID KEY
            DISPLAY "Libro non trovato a catalogo: codice " LM-CODICE
                    ", ordine rifiutato"
            SET ORDINE-NON-VALIDO TO TRUE
    END-READ
    IF ORDINE-VALIDO AND LM-STATO = "R"
        DISPLAY "Titolo ritirato dalla collezione il " LM-DATA-RITIRO
                ", ordine rifiutato: codice " LM-CODICE
        SET ORDINE-NON-VALIDO TO TRUE
    END-IF
    IF ORDINE-VALIDO AND WS-IN-FORNITORE = SPACES
        DISPLAY "Fornitore mancante, ordine rifiutato"
        SET ORDINE-NON-VALIDO TO TRUE
    END-IF
    IF ORDINE-VALIDO
        IF WS-IN-QUANTITA NOT NUMERIC OR WS-IN-QUANTITA = 0
            DISPLAY "Quantita' non valida, ordine rifiutato"
            SET ORDINE-NON-VALIDO TO TRUE
        END-IF
    END-IF
    IF ORDINE-VALIDO
        IF WS-IN-PREZZO-CENTESIMI NOT NUMERIC
           OR WS-IN-PREZZO-CENTESIMI = 0
            DISPLAY "Prezzo non valido, ordine rifiutato"
            SET ORDINE-NON-VALIDO TO TRUE
        END-IF
    END-IF
    IF ORDINE-VALIDO AND NOT ORIGINE-VALIDA
        DISPLAY "Origine non valida: " WS-IN-ORIGINE
                " (ammesse S, M), ordine rifiutato"
        SET ORDINE-NON-VALIDO TO TRUE
    END-IF
    IF ORDINE-VALIDO
        COMPUTE WS-PREZZO-UNITARIO = WS-IN-PREZZO-CENTESIMI / 100
        COMPUTE WS-VALORE-ORDINE = WS-IN-QUANTITA * WS-PREZZO-UNITARIO
    END-IF.

3200-VERIFICA-BUDGET.
    *> un ordine si apre solo su un esercizio con stanziamento e
    *> solo entro la parte non ancora impegnata
    MOVE WS-ESERCIZIO TO BA-ESERCIZIO
    READ BILANCIO
        INVALID KEY
            DISPLAY "Nessuno stanziamento per l'esercizio "
                    WS-ESERCIZIO ", ordine rifiutato"
            SET ORDINE-NON-VALIDO TO TRUE
    END-READ
    IF ORDINE-VALIDO
        COMPUTE WS-DISPONIBILE = BA-STANZIATO - BA-IMPEGNATO
        IF WS-VALORE-ORDINE > WS-DISPONIBILE
            DISPLAY "Budget insufficiente: ordine per "
                    WS-VALORE-ORDINE " disponibili " WS-DISPONIBILE
                    " sull'esercizio " WS-ESERCIZIO
                    ", ordine rifiutato"
            SET ORDINE-NON-VALIDO TO TRUE
        END-IF
    END-IF.

3300-SCRIVI-ORDINE.
    PERFORM 3400-PROSSIMO-NUMERO
    MOVE WS-IN-CODICE-LIBRO TO OA-CODICE-LIBRO
    MOVE WS-IN-FORNITORE    TO OA-FORNITORE
    MOVE WS-IN-QUANTITA     TO OA-QUANTITA
    MOVE 0                  TO OA-QTA-RICEVUTA
    MOVE WS-PREZZO-UNITARIO TO OA-PREZZO-UNITARIO
    MOVE "A"                TO OA-STATO
    MOVE WS-ESERCIZIO       TO OA-ESERCIZIO
    MOVE WS-IN-ORIGINE      TO OA-ORIGINE
    MOVE WS-IN-SEDE         TO OA-SEDE
    MOVE WS-DATA-ODIERNA    TO OA-DATA-ORDINE
    MOVE 0                  TO OA-DATA-ULTIMO-RICEVIMENTO
    MOVE WS-OPERATORE       TO OA-OPERATORE
    WRITE ORDINE-RECORD
        INVALID KEY
            DISPLAY "Impossibile registrare l'ordine numero "
                    OA-NUMERO
        NOT INVALID KEY
            ADD WS-VALORE-ORDINE TO BA-IMPEGNATO
            REWRITE BILANCIO-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare il budget "
                            "dell'esercizio " BA-ESERCIZIO
            END-REWRITE
            DISPLAY "Ordine registrato numero " OA-NUMERO
                    ": libro " OA-CODICE-LIBRO " " LM-TIT
            DISPLAY "Fornitore " OA-FORNITORE
                    " copie " OA-QUANTITA
                    " prezzo " OA-PREZZO-UNITARIO
                    " valore " WS-VALORE-ORDINE
            DISPLAY "Esercizio " BA-ESERCIZIO
                    " stanziato " BA-STANZIATO
                    " impegnato " BA-IMPEGNATO
    END-WRITE.

3400-PROSSIMO-NUMERO.
    READ ORDINI-NUMERATORE
        INVALID KEY
            MOVE 1 TO ONM-ULTIMO-NUMERO
            WRITE NUMERATORE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile inizializzare il numeratore "
                            "ordini"
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO ONM-ULTIMO-NUMERO
            REWRITE NUMERATORE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare il numeratore "
                            "ordini"
            END-REWRITE
    END-READ
    MOVE ONM-ULTIMO-NUMERO TO OA-NUMERO.

4000-ANNULLA-ORDINE.
    *> si annulla solo la parte non ancora ricevuta: le copie gia'
    *> arrivate restano spesa dell'esercizio
    MOVE WS-IN-NUMERO TO OA-NUMERO
    READ ORDINI
        INVALID KEY
            DISPLAY "Ordine non trovato: numero " WS-IN-NUMERO
    END-READ
    IF WS-ORDINI-OK
        IF OA-STATO NOT = "A" AND OA-STATO NOT = "P"
            DISPLAY "Ordine numero " OA-NUMERO
                    " gia' chiuso o annullato (stato " OA-STATO ")"
        ELSE
            COMPUTE WS-VALORE-ORDINE =
                (OA-QUANTITA - OA-QTA-RICEVUTA) * OA-PREZZO-UNITARIO
            MOVE "N" TO OA-STATO
            REWRITE ORDINE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile annullare l'ordine numero "
                            OA-NUMERO
                NOT INVALID KEY
                    PERFORM 4100-LIBERA-IMPEGNO
                    DISPLAY "Ordine annullato numero " OA-NUMERO
                            " copie non ricevute "
                            OA-QUANTITA " - " OA-QTA-RICEVUTA
            END-REWRITE
        END-IF
    END-IF.

4100-LIBERA-IMPEGNO.
    MOVE OA-ESERCIZIO TO BA-ESERCIZIO
    READ BILANCIO
        INVALID KEY
            DISPLAY "Budget dell'esercizio " OA-ESERCIZIO
                    " non trovato, impegno non liberato"
        NOT INVALID KEY
            IF BA-IMPEGNATO > WS-VALORE-ORDINE
                SUBTRACT WS-VALORE-ORDINE FROM BA-IMPEGNATO
            ELSE
                MOVE 0 TO BA-IMPEGNATO
            END-IF
            REWRITE BILANCIO-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare il budget "
                            "dell'esercizio " BA-ESERCIZIO
            END-REWRITE
    END-READ.

5000-IMPOSTA-BUDGET.
    IF WS-IN-STANZIATO-CENTESIMI NOT NUMERIC
        DISPLAY "Stanziamento non valido, budget non registrato"
    ELSE
        COMPUTE WS-STANZIATO = WS-IN-STANZIATO-CENTESIMI / 100
        MOVE WS-ESERCIZIO TO BA-ESERCIZIO
        READ BILANCIO
            INVALID KEY
                MOVE WS-ESERCIZIO TO BA-ESERCIZIO
                MOVE WS-STANZIATO TO BA-STANZIATO
                MOVE 0 TO BA-IMPEGNATO
                MOVE 0 TO BA-RICEVUTO
                WRITE BILANCIO-RECORD
                    INVALID KEY
                        DISPLAY "Impossibile registrare il budget "
                                "dell'esercizio " WS-ESERCIZIO
                    NOT INVALID KEY
                        PERFORM 5100-MOSTRA-BUDGET
                END-WRITE
            NOT INVALID KEY
                *> lo stanziamento non puo' scendere sotto quanto gia'
                *> impegnato dagli ordini dell'esercizio
                IF WS-STANZIATO < BA-IMPEGNATO
                    DISPLAY "Stanziamento inferiore all'impegnato ("
                            BA-IMPEGNATO "), budget non modificato"
                ELSE
                    MOVE WS-STANZIATO TO BA-STANZIATO
                    REWRITE BILANCIO-RECORD
                        INVALID KEY
                            DISPLAY "Impossibile aggiornare il budget "
                                    "dell'esercizio " WS-ESERCIZIO
                        NOT INVALID KEY
                            PERFORM 5100-MOSTRA-BUDGET
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

5100-MOSTRA-BUDGET.
    COMPUTE WS-DISPONIBILE = BA-STANZIATO - BA-IMPEGNATO
    DISPLAY "Esercizio " BA-ESERCIZIO
            ": stanziato " BA-STANZIATO
            " impegnato " BA-IMPEGNATO
            " ricevuto " BA-RICEVUTO
            " disponibile " WS-DISPONIBILE.

6000-ELENCA-ORDINI.
    MOVE 0 TO OA-NUMERO
    START ORDINI KEY NOT < OA-NUMERO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ ORDINI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE AND OA-ESERCIZIO = WS-ESERCIZIO
            ADD 1 TO WS-NUM-RIGHE
            DISPLAY "Ordine " OA-NUMERO
                    " libro " OA-CODICE-LIBRO
                    " fornitore " OA-FORNITORE
                    " copie " OA-QTA-RICEVUTA "/" OA-QUANTITA
                    " prezzo " OA-PREZZO-UNITARIO
                    " stato " OA-STATO
                    " origine " OA-ORIGINE
        END-IF
    END-PERFORM
    IF WS-NUM-RIGHE = 0
        DISPLAY "Nessun ordine per l'esercizio " WS-ESERCIZIO
    END-IF
    MOVE WS-ESERCIZIO TO BA-ESERCIZIO
    READ BILANCIO
        INVALID KEY
            DISPLAY "Nessuno stanziamento per l'esercizio "
                    WS-ESERCIZIO
        NOT INVALID KEY
            PERFORM 5100-MOSTRA-BUDGET
    END-READ.

9000-CHIUDI-FILE.
    CLOSE ORDINI
    CLOSE BILANCIO
    CLOSE ORDINI-NUMERATORE
    CLOSE LIBRO-MASTER.
