      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RICEVIMENTO-ORDINI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> righe d'ordine di acquisto aperte da ORDINI-ACQUISTO: qui si
        *> chiudono o si ricevono in parte all'arrivo delle copie
        SELECT ORDINI ASSIGN TO "ORDINACQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OA-NUMERO
        *> chiave alternativa per le righe d'ordine di un titolo
            ALTERNATE RECORD KEY IS OA-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-ORDINI-STATUS.

        *> budget acquisti per esercizio: la spesa ricevuta sale con
        *> le copie arrivate
        SELECT BILANCIO ASSIGN TO "BILACQ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BA-ESERCIZIO
            FILE STATUS IS WS-BILANCIO-STATUS.

        *> stesso catalogo aggiornato da RETTIFICA-COPIE: le copie
        *> ricevute entrano sia nel posseduto sia nel disponibile
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

        *> giacenze per sede, stesse tenute da MOVIMENTI-BATCH: le
        *> copie ricevute vanno sullo scaffale della sede dell'ordine
        SELECT STOCK-SEDI ASSIGN TO "SEDESTOK"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SD-CHIAVE
            FILE STATUS IS WS-STOCK-STATUS.

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

    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  LIBRO-AUDIT.
        COPY AUDIT REPLACING ==:AUDIT-REC:== BY ==AUDIT-RECORD==
                              ==:PFX:==       BY ==AU==.

    FD  STOCK-SEDI.
        COPY SEDESTK REPLACING ==:STOCK-REC:== BY ==STOCK-SEDE-RECORD==
                                ==:PFX:==       BY ==SD==.

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

      01 WS-ORDINI-STATUS PIC X(2).
            88 WS-ORDINI-OK          VALUE "00".
            88 WS-ORDINI-NON-TROVATO VALUE "23".
            88 WS-ORDINI-NON-ESISTE  VALUE "35".

      01 WS-BILANCIO-STATUS PIC X(2).
            88 WS-BILANCIO-OK          VALUE "00".
            88 WS-BILANCIO-NON-TROVATO VALUE "23".
            88 WS-BILANCIO-NON-ESISTE  VALUE "35".

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-AUDIT-STATUS PIC X(2).
            88 WS-AUDIT-OK VALUE "00".

      01 WS-STOCK-STATUS PIC X(2).
            88 WS-STOCK-OK          VALUE "00".
            88 WS-STOCK-NON-TROVATO VALUE "23".
            88 WS-STOCK-NON-ESISTE  VALUE "35".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.
      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-ORA-ODIERNA  PIC 9(8).

    *> codice della sede centrale su SEDESTOK, per gli ordini senza
    *> sede di consegna
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".
      01 WS-SEDE-RICEVENTE PIC X(3).

      01 WS-IN-NUMERO PIC 9(8).
      01 WS-IN-COPIE-RICEVUTE PIC 9(3).

      01 WS-COPIE-RESIDUE PIC 9(3).
      01 WS-VALORE-RICEVUTO PIC 9(7)V9(2).

      01 WS-RICEVIMENTO-VALIDO PIC X(1) VALUE "N".
            88 RICEVIMENTO-VALIDO     VALUE "S".
            88 RICEVIMENTO-NON-VALIDO VALUE "N".

      01 WS-COPIE-DISP-VECCHIE PIC 9(3).
      01 WS-COPIE-TOT-VECCHIE  PIC 9(3).

      *> formattazione leggibile delle copie per la colonna di testo del log
      01 WS-COPIE-EDIT PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ACCETTA-RICHIESTA
        PERFORM 3000-VALIDA-RICEVIMENTO
        IF RICEVIMENTO-VALIDO
            PERFORM 4000-CARICA-COPIE
        END-IF
        IF RICEVIMENTO-VALIDO
            PERFORM 5000-AGGIORNA-STOCK-SEDE
            PERFORM 6000-AGGIORNA-ORDINE
            PERFORM 7000-AGGIORNA-BUDGET
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
    OPEN I-O STOCK-SEDI
    IF WS-STOCK-NON-ESISTE
        OPEN OUTPUT STOCK-SEDI
        CLOSE STOCK-SEDI
        OPEN I-O STOCK-SEDI
    END-IF.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Numero ordine: " WITH NO ADVANCING
    ACCEPT WS-IN-NUMERO
    DISPLAY "Copie arrivate: " WITH NO ADVANCING
    ACCEPT WS-IN-COPIE-RICEVUTE.

3000-VALIDA-RICEVIMENTO.
    *> si riceve solo su una riga aperta o ricevuta in parte, e mai
    *> oltre le copie ancora attese: l'eccedenza va al fornitore o
    *> su un nuovo ordine, non a scaffale senza traccia
    SET RICEVIMENTO-VALIDO TO TRUE
    MOVE WS-IN-NUMERO TO OA-NUMERO
    READ ORDINI
        INVALID KEY
            DISPLAY "Ordine non trovato: numero " WS-IN-NUMERO
            SET RICEVIMENTO-NON-VALIDO TO TRUE
    END-READ
    IF RICEVIMENTO-VALIDO
        IF OA-STATO NOT = "A" AND OA-STATO NOT = "P"
            DISPLAY "Ordine numero " OA-NUMERO
                    " gia' chiuso o annullato (stato " OA-STATO
                    "), ricevimento rifiutato"
            SET RICEVIMENTO-NON-VALIDO TO TRUE
        END-IF
    END-IF
    IF RICEVIMENTO-VALIDO
        COMPUTE WS-COPIE-RESIDUE = OA-QUANTITA - OA-QTA-RICEVUTA
        IF WS-IN-COPIE-RICEVUTE NOT NUMERIC
           OR WS-IN-COPIE-RICEVUTE = 0
            DISPLAY "Copie arrivate non valide, ricevimento rifiutato"
            SET RICEVIMENTO-NON-VALIDO TO TRUE
        ELSE
            IF WS-IN-COPIE-RICEVUTE > WS-COPIE-RESIDUE
                DISPLAY "Copie arrivate oltre l'ordinato (attese "
                        WS-COPIE-RESIDUE "), ricevimento rifiutato"
                SET RICEVIMENTO-NON-VALIDO TO TRUE
            END-IF
        END-IF
    END-IF
    IF RICEVIMENTO-VALIDO
        MOVE OA-CODICE-LIBRO TO LM-CODICE
        READ LIBRO-MASTER
            INVALID KEY
                DISPLAY "Libro dell'ordine non trovato a catalogo: "
                        "codice " LM-CODICE
                SET RICEVIMENTO-NON-VALIDO TO TRUE
        END-READ
    END-IF
    *> le copie di un titolo ritirato non tornano a scaffale: la
    *> riga d'ordine ancora aperta va annullata
    IF RICEVIMENTO-VALIDO AND LM-STATO = "R"
        DISPLAY "Titolo ritirato dalla collezione il " LM-DATA-RITIRO
                ", ricevimento rifiutato: codice " LM-CODICE
        SET RICEVIMENTO-NON-VALIDO TO TRUE
    END-IF.

4000-CARICA-COPIE.
    MOVE LM-COPIE     TO WS-COPIE-DISP-VECCHIE
    MOVE LM-COPIE-TOT TO WS-COPIE-TOT-VECCHIE
    ADD WS-IN-COPIE-RICEVUTE TO LM-COPIE
    ADD WS-IN-COPIE-RICEVUTE TO LM-COPIE-TOT
    REWRITE LIBRO-MASTER-RECORD
        INVALID KEY
            DISPLAY "Impossibile caricare le copie, codice " LM-CODICE
            SET RICEVIMENTO-NON-VALIDO TO TRUE
        NOT INVALID KEY
            PERFORM 4100-REGISTRA-AUDIT-DISPONIBILI
            PERFORM 4200-REGISTRA-AUDIT-POSSEDUTE
    END-REWRITE.

4100-REGISTRA-AUDIT-DISPONIBILI.
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    ACCEPT WS-ORA-ODIERNA  FROM TIME
    MOVE WS-DATA-ODIERNA TO AU-DATA
    MOVE WS-ORA-ODIERNA  TO AU-ORA
    MOVE WS-OPERATORE    TO AU-OPERATORE
    MOVE LM-CODICE       TO AU-CODICE
    MOVE "COPIE"         TO AU-CAMPO
    MOVE WS-COPIE-DISP-VECCHIE TO WS-COPIE-EDIT
    MOVE WS-COPIE-EDIT         TO AU-VAL-VECCHIO
    MOVE LM-COPIE              TO WS-COPIE-EDIT
    MOVE WS-COPIE-EDIT         TO AU-VAL-NUOVO
    WRITE AUDIT-RECORD.

4200-REGISTRA-AUDIT-POSSEDUTE.
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    ACCEPT WS-ORA-ODIERNA  FROM TIME
    MOVE WS-DATA-ODIERNA TO AU-DATA
    MOVE WS-ORA-ODIERNA  TO AU-ORA
    MOVE WS-OPERATORE    TO AU-OPERATORE
    MOVE LM-CODICE       TO AU-CODICE
    MOVE "COPIE-TOT"     TO AU-CAMPO
    MOVE WS-COPIE-TOT-VECCHIE TO WS-COPIE-EDIT
    MOVE WS-COPIE-EDIT        TO AU-VAL-VECCHIO
    MOVE LM-COPIE-TOT         TO WS-COPIE-EDIT
    MOVE WS-COPIE-EDIT        TO AU-VAL-NUOVO
    WRITE AUDIT-RECORD.

5000-AGGIORNA-STOCK-SEDE.
    *> la giacenza della sede ricevente sale delle copie arrivate; il
    *> record si crea alla prima copia della coppia libro+sede, come
    *> in MOVIMENTI-BATCH
    IF OA-SEDE = SPACES
        MOVE WS-SEDE-CENTRALE TO WS-SEDE-RICEVENTE
    ELSE
        MOVE OA-SEDE TO WS-SEDE-RICEVENTE
    END-IF
    MOVE OA-CODICE-LIBRO   TO SD-CODICE-LIBRO
    MOVE WS-SEDE-RICEVENTE TO SD-SEDE
    READ STOCK-SEDI
        INVALID KEY
            MOVE OA-CODICE-LIBRO      TO SD-CODICE-LIBRO
            MOVE WS-SEDE-RICEVENTE    TO SD-SEDE
            MOVE WS-IN-COPIE-RICEVUTE TO SD-COPIE
            WRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile creare la giacenza di sede, "
                            "libro " OA-CODICE-LIBRO
                            " sede " WS-SEDE-RICEVENTE
            END-WRITE
        NOT INVALID KEY
            ADD WS-IN-COPIE-RICEVUTE TO SD-COPIE
            REWRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare la giacenza di "
                            "sede, libro " OA-CODICE-LIBRO
                            " sede " WS-SEDE-RICEVENTE
            END-REWRITE
    END-READ.

6000-AGGIORNA-ORDINE.
    ADD WS-IN-COPIE-RICEVUTE TO OA-QTA-RICEVUTA
    IF OA-QTA-RICEVUTA < OA-QUANTITA
        MOVE "P" TO OA-STATO
    ELSE
        MOVE "C" TO OA-STATO
    END-IF
    MOVE WS-DATA-ODIERNA TO OA-DATA-ULTIMO-RICEVIMENTO
    REWRITE ORDINE-RECORD
        INVALID KEY
            DISPLAY "Impossibile aggiornare l'ordine numero "
                    OA-NUMERO
        NOT INVALID KEY
            DISPLAY "Ricevute " WS-IN-COPIE-RICEVUTE
                    " copie: libro " LM-CODICE " " LM-TIT
            DISPLAY "Ordine " OA-NUMERO
                    " ricevute " OA-QTA-RICEVUTA " su " OA-QUANTITA
                    " stato " OA-STATO
                    " sede " WS-SEDE-RICEVENTE
                    " possedute " LM-COPIE-TOT
                    " disponibili " LM-COPIE
    END-REWRITE.

7000-AGGIORNA-BUDGET.
    COMPUTE WS-VALORE-RICEVUTO =
        WS-IN-COPIE-RICEVUTE * OA-PREZZO-UNITARIO
    MOVE OA-ESERCIZIO TO BA-ESERCIZIO
    READ BILANCIO
        INVALID KEY
            DISPLAY "Budget dell'esercizio " OA-ESERCIZIO
                    " non trovato, spesa non registrata"
        NOT INVALID KEY
            ADD WS-VALORE-RICEVUTO TO BA-RICEVUTO
            REWRITE BILANCIO-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare il budget "
                            "dell'esercizio " BA-ESERCIZIO
            END-REWRITE
    END-READ.

9000-CHIUDI-FILE.
    CLOSE ORDINI
    CLOSE BILANCIO
    CLOSE LIBRO-MASTER
    CLOSE LIBRO-AUDIT
    CLOSE STOCK-SEDI.
