            RELATIVE KEY IS WS-STATO-KEY
            FILE STATUS IS WS-STATO-STATUS.

        *> controllo della catena notturna gestito da CONTROLLO-BATCH:
        *> data di lavoro ed esecuzioni per data e job
        SELECT CONTROLLO-BATCH ASSIGN TO "CTLBATCH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CB-CHIAVE
            FILE STATUS IS WS-CONTROLLO-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  LIBRO-MASTER.
      01 STATO-RECORD.
            02 EST-DATA-ULTIMA PIC 9(8).

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
      01 WS-CB-JOB PIC X(8) VALUE "ESTROPAC".
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

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-EOF         VALUE "10".
      01 WS-PRENOTAZIONI-EDIT PIC 9(4).

      01 WS-RECORD-ESTRATTI PIC 9(8) VALUE 0.
    *> titoli ritirati per scarto: restano sul master ma l'OPAC non
    *> li deve piu' mostrare
      01 WS-TITOLI-RITIRATI PIC 9(8) VALUE 0.

      01 WS-RIGA-OPAC PIC X(200).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0600-CONTROLLO-CATENA
    IF BATCH-AUTORIZZATO
        PERFORM 1000-ACCETTA-MODO
        PERFORM 1500-APRI-FILE
        PERFORM 1700-LEGGI-DATA-ULTIMA
        IF MODO-DELTA
            PERFORM 2000-RACCOGLI-TITOLI-TOCCATI
            PERFORM 3000-ESTRAI-DELTA
        ELSE
            PERFORM 3500-ESTRAI-COMPLETO
        END-IF
        PERFORM 5000-SCRIVI-TRAILER
        PERFORM 6000-AGGIORNA-DATA-ULTIMA
        PERFORM 9000-CHIUDI-FILE
        *> delta incompleto: la data di lavoro resta aperta per
        *> l'estrazione completa da rilanciare
        IF WS-CODICI-FUORI-TABELLA > 0
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM 9500-REGISTRA-CHIUSURA
        END-IF
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

1000-ACCETTA-MODO.
    DISPLAY "Modo estrazione (F)completo (D)elta: " WITH NO ADVANCING
                *> l'OPAC lo scopre al prossimo carico completo
                CONTINUE
            NOT INVALID KEY
                *> titolo ritirato: come un titolo cancellato, esce
                *> dall'OPAC al prossimo carico completo
                IF LM-STATO = "R"
                    ADD 1 TO WS-TITOLI-RITIRATI
                ELSE
                    PERFORM 4000-ESTRAI-TITOLO
                END-IF
        END-READ
    END-PERFORM
    IF WS-CODICI-FUORI-TABELLA > 0
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF LM-STATO = "R"
                ADD 1 TO WS-TITOLI-RITIRATI
            ELSE
                PERFORM 4000-ESTRAI-TITOLO
            END-IF
        END-IF
    END-PERFORM.

        DELIMITED BY SIZE INTO WS-RIGA-OPAC
    MOVE WS-RIGA-OPAC TO OPAC-RECORD
    WRITE OPAC-RECORD
    DISPLAY "Titoli estratti per l'OPAC: " WS-RECORD-ESTRATTI
    DISPLAY "Titoli ritirati esclusi: " WS-TITOLI-RITIRATI.

6000-AGGIORNA-DATA-ULTIMA.
    *> la data di questa estrazione diventa il punto di partenza del
    CLOSE LIBRO-AUDIT
    CLOSE OPAC-FILE
    CLOSE ESTRAZIONE-STATO.

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
