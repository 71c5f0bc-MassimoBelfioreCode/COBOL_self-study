      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GESTIONE-POLITICHE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> politiche di prestito per categoria utente, lette da tutti
        *> i programmi di circolazione al posto dei valori fissi
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

    *> le regole di prestito le cambiano solo i supervisori
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-POLITICHE-STATUS PIC X(2).
            88 WS-POLITICHE-OK          VALUE "00".
            88 WS-POLITICHE-EOF         VALUE "10".
            88 WS-POLITICHE-NON-TROVATO VALUE "23".
            88 WS-POLITICHE-DUPLICATO   VALUE "22".
            88 WS-POLITICHE-NON-ESISTE  VALUE "35".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

    *> dati in ingresso della transazione sulle politiche
      01 WS-IN-AZIONE PIC X(1).
            88 AZIONE-IMPOSTA  VALUE "I".
            88 AZIONE-CANCELLA VALUE "C".
            88 AZIONE-ELENCA   VALUE "E".

      01 WS-IN-CATEGORIA PIC X(1).
            88 CATEGORIA-VALIDA VALUE "A" "R" "S" "P" "I".

    *> tariffa e soglia si accettano in centesimi (solo cifre), come
    *> l'importo in PAGAMENTO-MULTE
      01 WS-INPUT-POLITICA.
            02 WS-IN-GIORNI-PRESTITO     PIC 9(3).
            02 WS-IN-MAX-PRESTITI-APERTI PIC 9(3).
            02 WS-IN-MAX-PROROGHE        PIC 9(2).
            02 WS-IN-TARIFFA-CENTESIMI   PIC 9(4).
            02 WS-IN-SOGLIA-CENTESIMI    PIC 9(7).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-NUM-POLITICHE PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ACCETTA-RICHIESTA
        IF AZIONE-ELENCA
            PERFORM 5000-ELENCA-POLITICHE
        ELSE
            IF NOT CATEGORIA-VALIDA
                DISPLAY "Categoria non valida: " WS-IN-CATEGORIA
                        " (ammesse A, R, S, P, I)"
            ELSE
                IF AZIONE-IMPOSTA
                    PERFORM 3000-IMPOSTA-POLITICA
                ELSE
                    IF AZIONE-CANCELLA
                        PERFORM 4000-CANCELLA-POLITICA
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
    *> il file politiche viene creato alla prima esecuzione: finche'
    *> una categoria non ha il suo record valgono i valori standard
    OPEN I-O POLITICHE
    IF WS-POLITICHE-NON-ESISTE
        OPEN OUTPUT POLITICHE
        CLOSE POLITICHE
        OPEN I-O POLITICHE
    END-IF.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Azione (I)mposta (C)ancella (E)lenca: " WITH NO ADVANCING
    ACCEPT WS-IN-AZIONE
    IF AZIONE-IMPOSTA OR AZIONE-CANCELLA
        DISPLAY "Categoria (A=adulto R=ragazzo S=studente "
                "P=personale I=istituzione): " WITH NO ADVANCING
        ACCEPT WS-IN-CATEGORIA
    END-IF
    IF AZIONE-IMPOSTA
        DISPLAY "Giorni di prestito: " WITH NO ADVANCING
        ACCEPT WS-IN-GIORNI-PRESTITO
        DISPLAY "Massimo prestiti aperti: " WITH NO ADVANCING
        ACCEPT WS-IN-MAX-PRESTITI-APERTI
        DISPLAY "Massimo proroghe per prestito: " WITH NO ADVANCING
        ACCEPT WS-IN-MAX-PROROGHE
        DISPLAY "Tariffa giornaliera in centesimi, es. 20 per 0.20: "
                WITH NO ADVANCING
        ACCEPT WS-IN-TARIFFA-CENTESIMI
        DISPLAY "Soglia multe in centesimi, es. 1000 per 10.00: "
                WITH NO ADVANCING
        ACCEPT WS-IN-SOGLIA-CENTESIMI
    END-IF.

3000-IMPOSTA-POLITICA.
    *> una durata a zero o un tetto prestiti a zero bloccherebbero
    *> la categoria in silenzio: si rifiutano
    IF WS-IN-GIORNI-PRESTITO = 0 OR WS-IN-MAX-PRESTITI-APERTI = 0
        DISPLAY "Giorni di prestito e massimo prestiti devono essere "
                "maggiori di zero, politica non registrata"
    ELSE
        MOVE WS-IN-CATEGORIA TO PO-CATEGORIA
        READ POLITICHE
            INVALID KEY
                CONTINUE
        END-READ
        MOVE WS-IN-CATEGORIA           TO PO-CATEGORIA
        MOVE WS-IN-GIORNI-PRESTITO     TO PO-GIORNI-PRESTITO
        MOVE WS-IN-MAX-PRESTITI-APERTI TO PO-MAX-PRESTITI-APERTI
        MOVE WS-IN-MAX-PROROGHE        TO PO-MAX-PROROGHE
        COMPUTE PO-TARIFFA-GIORNALIERA = WS-IN-TARIFFA-CENTESIMI / 100
        COMPUTE PO-SOGLIA-MULTE = WS-IN-SOGLIA-CENTESIMI / 100
        IF WS-POLITICHE-OK
            REWRITE POLITICA-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare la politica, "
                            "categoria " PO-CATEGORIA
                NOT INVALID KEY
                    PERFORM 3100-MOSTRA-POLITICA
            END-REWRITE
        ELSE
            WRITE POLITICA-RECORD
                INVALID KEY
                    DISPLAY "Impossibile registrare la politica, "
                            "categoria " PO-CATEGORIA
                NOT INVALID KEY
                    PERFORM 3100-MOSTRA-POLITICA
            END-WRITE
        END-IF
    END-IF.

3100-MOSTRA-POLITICA.
    DISPLAY "Categoria " PO-CATEGORIA
            ": giorni " PO-GIORNI-PRESTITO
            " max prestiti " PO-MAX-PRESTITI-APERTI
            " max proroghe " PO-MAX-PROROGHE
            " tariffa " PO-TARIFFA-GIORNALIERA
            " soglia multe " PO-SOGLIA-MULTE.

4000-CANCELLA-POLITICA.
    *> senza record la categoria torna ai valori standard
    MOVE WS-IN-CATEGORIA TO PO-CATEGORIA
    DELETE POLITICHE
        INVALID KEY
            DISPLAY "Nessuna politica registrata per la categoria "
                    WS-IN-CATEGORIA
        NOT INVALID KEY
            DISPLAY "Politica cancellata, la categoria "
                    WS-IN-CATEGORIA " applica i valori standard"
    END-DELETE.

5000-ELENCA-POLITICHE.
    MOVE LOW-VALUES TO PO-CATEGORIA
    START POLITICHE KEY NOT < PO-CATEGORIA
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ POLITICHE NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            ADD 1 TO WS-NUM-POLITICHE
            PERFORM 3100-MOSTRA-POLITICA
        END-IF
    END-PERFORM
    IF WS-NUM-POLITICHE = 0
        DISPLAY "Nessuna politica registrata: tutte le categorie "
                "applicano i valori standard"
    END-IF.

9000-CHIUDI-FILE.
    CLOSE POLITICHE.
