            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> pratiche di PRESTITO-INTERBIB: una copia spedita a un'altra
        *> biblioteca e' posseduta ma fuori sede; le pratiche in
        *> uscita di un libro si leggono sulla chiave alternativa
        SELECT INTERBIB ASSIGN TO "INTERBIB"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IB-NUMERO
            ALTERNATE RECORD KEY IS IB-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-INTERBIB-STATUS.

        *> catalogo letto in sequenza: per ogni libro deve valere
        *> posseduto = disponibile + prestiti aperti + trattenute
        *>             + copie prestate ad altre biblioteche
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> controllo della catena notturna gestito da CONTROLLO-BATCH:
        *> data di lavoro ed esecuzioni per data e job
        SELECT CONTROLLO-BATCH ASSIGN TO "CTLBATCH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CB-CHIAVE
            FILE STATUS IS WS-CONTROLLO-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  PRESTITI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  INTERBIB.
        COPY INTERBIB REPLACING ==:INTERBIB-REC:== BY ==INTERBIB-RECORD==
                                 ==:PFX:==          BY ==IB==.

    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

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
      01 WS-CB-JOB PIC X(8) VALUE "CONTRCOP".
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

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-EOF        VALUE "10".
            88 WS-PRENOTAZIONI-EOF        VALUE "10".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-INTERBIB-STATUS PIC X(2).
            88 WS-INTERBIB-OK         VALUE "00".
            88 WS-INTERBIB-EOF        VALUE "10".
            88 WS-INTERBIB-NON-ESISTE VALUE "35".

      01 WS-DATA-ODIERNA PIC 9(8).

      01 WS-FINE-CATALOGO PIC X(1) VALUE "N".

      01 WS-PRESTITI-APERTI  PIC 9(4).
      01 WS-COPIE-TRATTENUTE PIC 9(4).
      01 WS-COPIE-INTERBIB   PIC 9(4).
      01 WS-COPIE-ATTESE     PIC 9(4).

    *> rottura di controllo sulla scansione per codice libro dei

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0600-CONTROLLO-CATENA
    IF BATCH-AUTORIZZATO
        DISPLAY "--- Controllo quadratura copie al " WS-DATA-ODIERNA
                " ---"
        PERFORM 1000-APRI-FILE
        PERFORM 2000-CONTROLLA-CATALOGO
        PERFORM 3000-SEGNALA-PRESTITI-FANTASMA
        PERFORM 3500-SEGNALA-TRATTENUTE-FANTASMA
        PERFORM 5000-STAMPA-TOTALI
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
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        CLOSE PRENOTAZIONI
        OPEN INPUT PRENOTAZIONI
    END-IF
    OPEN INPUT INTERBIB
    IF WS-INTERBIB-NON-ESISTE
        OPEN OUTPUT INTERBIB
        CLOSE INTERBIB
        OPEN INPUT INTERBIB
    END-IF
    OPEN INPUT LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
    MOVE LM-CODICE TO WS-CODICE-IN-CONTROLLO
    PERFORM 2200-CONTA-PRESTITI-APERTI
    PERFORM 2300-CONTA-COPIE-TRATTENUTE
    PERFORM 2400-CONTA-COPIE-INTERBIB
    COMPUTE WS-COPIE-ATTESE =
        LM-COPIE + WS-PRESTITI-APERTI + WS-COPIE-TRATTENUTE
        + WS-COPIE-INTERBIB
    IF WS-COPIE-ATTESE NOT = LM-COPIE-TOT
        ADD 1 TO WS-SQUADRATURE
        DISPLAY "Squadratura: codice " LM-CODICE
                " disponibili " LM-COPIE
                " prestiti aperti " WS-PRESTITI-APERTI
                " trattenute al banco " WS-COPIE-TRATTENUTE
                " ad altre biblioteche " WS-COPIE-INTERBIB
                " (attese " WS-COPIE-ATTESE ")"
        DISPLAY "  correggere con RETTIFICA-COPIE"
    END-IF.
            IF PN-CODICE-LIBRO NOT = WS-CODICE-IN-CONTROLLO
                SET FINE-SCANSIONE TO TRUE
            ELSE
                *> trattenute al banco o in transito verso la sede
                *> di ritiro: in entrambi i casi fuori da LM-COPIE
                IF PN-STATO = "P" OR PN-STATO = "T"
                    ADD 1 TO WS-COPIE-TRATTENUTE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

2400-CONTA-COPIE-INTERBIB.
    *> copie nostre spedite a un'altra biblioteca e non ancora
    *> rientrate (pratiche in uscita in stato T)
    MOVE 0 TO WS-COPIE-INTERBIB
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE WS-CODICE-IN-CONTROLLO TO IB-CODICE-LIBRO
    START INTERBIB KEY = IB-CODICE-LIBRO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ INTERBIB NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF IB-CODICE-LIBRO NOT = WS-CODICE-IN-CONTROLLO
                SET FINE-SCANSIONE TO TRUE
            ELSE
                IF IB-DIREZIONE = "U" AND IB-STATO = "T"
                    ADD 1 TO WS-COPIE-INTERBIB
                END-IF
            END-IF
        END-IF
    END-PERFORM.

3000-SEGNALA-PRESTITI-FANTASMA.
    *> un prestito aperto su un codice non piu' a catalogo e' esso
    *> stesso una squadratura: il libro e' fuori ma non risulta.
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF (PN-STATO = "P" OR PN-STATO = "T")
               AND PN-CODICE-LIBRO NOT = WS-CODICE-GRUPPO
                MOVE PN-CODICE-LIBRO TO WS-CODICE-GRUPPO
                MOVE PN-CODICE-LIBRO TO LM-CODICE
9000-CHIUDI-FILE.
    CLOSE PRESTITI
    CLOSE PRENOTAZIONI
    CLOSE INTERBIB
    CLOSE LIBRO-MASTER.

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
