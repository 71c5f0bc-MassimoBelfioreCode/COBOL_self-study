            RECORD KEY IS SS-ID-PRESTITO
            FILE STATUS IS WS-STORICO-STATUS.

        *> calendario chiusure per sede, gestito da GESTIONE-CALENDARIO:
        *> le soglie dei livelli si contano sui soli giorni di
        *> apertura della sede del prestito
        SELECT CALENDARIO ASSIGN TO "CALENDAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CHIAVE
            FILE STATUS IS WS-CALENDARIO-STATUS.

        *> file dei solleciti della notte: una lettera per prestito in
        *> ritardo che sale di livello, chiusa dal riepilogo per il banco
        SELECT FILE-SOLLECITI ASSIGN TO "SOLLECIT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOLLECITI-STATUS.

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
            02 SS-LIVELLO     PIC 9(1).
            02 SS-DATA-INVIO  PIC 9(8).

    FD  CALENDARIO.
        COPY CALEND REPLACING ==:CALEND-REC:== BY ==CALENDARIO-RECORD==
                               ==:PFX:==        BY ==CA==.

    FD  FILE-SOLLECITI.
      01 SOLLECITO-RIGA PIC X(132).

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
      01 WS-CB-JOB PIC X(8) VALUE "SOLLECIT".
      01 WS-CB-PREREQUISITI.
            02 FILLER PIC X(8) VALUE "MOVIBAT".
            02 FILLER PIC X(8) VALUE SPACES.
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
      01 WS-SOLLECITI-STATUS PIC X(2).
            88 WS-SOLLECITI-OK VALUE "00".

      01 WS-CALENDARIO-STATUS PIC X(2).
            88 WS-CALENDARIO-OK         VALUE "00".
            88 WS-CALENDARIO-NON-ESISTE VALUE "35".

    *> codice della sede centrale su CALENDAR e SEDESTOK: i prestiti
    *> registrati senza sede (PR-SEDE a spazi) sono del banco centrale
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

    *> sede di cui si consulta il calendario chiusure
      01 WS-SEDE-CALENDARIO PIC X(3).

    *> giorni di chiusura caduti nel ritardo: non si contano
      01 WS-GIORNI-CHIUSI PIC 9(4).
      01 WS-DATA-FINE-RITARDO PIC 9(8).

      01 WS-FINE-CALENDARIO PIC X(1) VALUE "N".
            88 FINE-CALENDARIO VALUE "S".

      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-DATA-SCADENZA-NUM PIC 9(8).
      01 WS-GIORNI-RITARDO PIC 9(4).

    *> scala dei solleciti: il primo parte appena scaduto, il secondo
    *> dopo 15 giorni, il terzo (con avviso di sospensione tessera)
    *> dopo 30; i giorni di chiusura della sede non si contano
      01 WS-GIORNI-SECONDO-LIVELLO PIC 9(3) VALUE 15.
      01 WS-GIORNI-TERZO-LIVELLO   PIC 9(3) VALUE 30.


PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0600-CONTROLLO-CATENA
    IF BATCH-AUTORIZZATO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ELABORA-PRESTITI
        PERFORM 7000-SCRIVI-RIEPILOGO
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
        CLOSE SOLLECITI-STORICO
        OPEN I-O SOLLECITI-STORICO
    END-IF
    OPEN INPUT CALENDARIO
    IF WS-CALENDARIO-NON-ESISTE
        OPEN OUTPUT CALENDARIO
        CLOSE CALENDARIO
        OPEN INPUT CALENDARIO
    END-IF
    OPEN OUTPUT FILE-SOLLECITI.

2000-ELABORA-PRESTITI.
    IF PR-DATA-RIENTRO = SPACES
        MOVE PR-DATA-SCADENZA TO WS-DATA-SCADENZA-NUM
        IF WS-DATA-SCADENZA-NUM < WS-DATA-ODIERNA
            COMPUTE WS-GIORNI-RITARDO =
                FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
                - FUNCTION INTEGER-OF-DATE (WS-DATA-SCADENZA-NUM)
            IF PR-SEDE = SPACES
                MOVE WS-SEDE-CENTRALE TO WS-SEDE-CALENDARIO
            ELSE
                MOVE PR-SEDE TO WS-SEDE-CALENDARIO
            END-IF
            MOVE WS-DATA-ODIERNA TO WS-DATA-FINE-RITARDO
            PERFORM 2200-CONTA-GIORNI-CHIUSI
            SUBTRACT WS-GIORNI-CHIUSI FROM WS-GIORNI-RITARDO
            *> scaduto solo su giorni di chiusura: non e' ancora in
            *> ritardo, come per la multa di RIENTRO
            IF WS-GIORNI-RITARDO > 0
                ADD 1 TO WS-PRESTITI-ESAMINATI
                PERFORM 3000-DETERMINA-LIVELLO
                PERFORM 3500-LEGGI-STORICO
                IF WS-LIVELLO-DOVUTO > WS-LIVELLO-INVIATO
                    PERFORM 4000-SCRIVI-SOLLECITO
                    PERFORM 5000-AGGIORNA-STORICO
                END-IF
            END-IF
        END-IF
    END-IF.

2200-CONTA-GIORNI-CHIUSI.
    *> giorni di chiusura della sede dal giorno dopo la scadenza a
    *> WS-DATA-FINE-RITARDO compreso: a biblioteca chiusa il libro
    *> non si poteva rendere, quindi non sono giorni di ritardo
    MOVE 0 TO WS-GIORNI-CHIUSI
    MOVE "N" TO WS-FINE-CALENDARIO
    MOVE WS-SEDE-CALENDARIO   TO CA-SEDE
    MOVE WS-DATA-SCADENZA-NUM TO CA-DATA
    START CALENDARIO KEY > CA-CHIAVE
        INVALID KEY SET FINE-CALENDARIO TO TRUE
    END-START
    PERFORM UNTIL FINE-CALENDARIO
        READ CALENDARIO NEXT RECORD
            AT END SET FINE-CALENDARIO TO TRUE
        END-READ
        IF NOT FINE-CALENDARIO
            IF CA-SEDE NOT = WS-SEDE-CALENDARIO
               OR CA-DATA > WS-DATA-FINE-RITARDO
                SET FINE-CALENDARIO TO TRUE
            ELSE
                ADD 1 TO WS-GIORNI-CHIUSI
            END-IF
        END-IF
    END-PERFORM.

3000-DETERMINA-LIVELLO.
    IF WS-GIORNI-RITARDO >= WS-GIORNI-TERZO-LIVELLO
        MOVE 3 TO WS-LIVELLO-DOVUTO
    CLOSE PRESTITI
    CLOSE UTENTI-MASTER
    CLOSE SOLLECITI-STORICO
    CLOSE FILE-SOLLECITI
    CLOSE CALENDARIO.

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
