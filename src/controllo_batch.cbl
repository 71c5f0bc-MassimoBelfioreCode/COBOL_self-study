      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CONTROLLO-BATCH.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> controllo della catena notturna: data di lavoro corrente e
        *> un record per data e job, scritto dai job della catena
        SELECT CONTROLLO-BATCH ASSIGN TO "CTLBATCH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CB-CHIAVE
            FILE STATUS IS WS-CONTROLLO-STATUS.

        *> storico delle esecuzioni giorno per giorno (funzione S)
        SELECT REPORT-STORICO ASSIGN TO "CTLREPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROLLO-BATCH.
        COPY CTLBATC REPLACING ==:CTLBATC-REC:== BY ==CONTROLLO-BATCH-RECORD==
                                ==:PFX:==         BY ==CB==.

    FD  REPORT-STORICO.
      01 RIGA-STAMPA PIC X(132).

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> livello minimo per questa transazione (1=banco, 2=supervisore):
    *> l'avanzamento notturno e la verifica girano con l'operatore
    *> della catena, D e F chiedono in piu' il supervisore
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 1.
      01 WS-LIVELLO-SUPERVISORE PIC 9(1) VALUE 2.
      01 WS-LIVELLO-OPERATORE PIC 9(1) VALUE 0.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-CONTROLLO-STATUS PIC X(2).
            88 WS-CONTROLLO-OK          VALUE "00".
            88 WS-CONTROLLO-NON-TROVATO VALUE "23".
            88 WS-CONTROLLO-NON-ESISTE  VALUE "35".

      01 WS-REPORT-STATUS PIC X(2).
            88 WS-REPORT-OK VALUE "00".

    *> funzione richiesta da SYSIN:
    *>   D imposta la data di lavoro (prima volta, o salto di giornate)
    *>   A avanza la data di lavoro di un giorno, a catena chiusa
    *>   F chiude a mano un job della catena sulla data di lavoro
    *>   V verifica che un job possa partire (passo prima del job)
    *>   S stampa lo storico delle esecuzioni
      01 WS-IN-FUNZIONE PIC X(1).
            88 FUNZIONE-DATA     VALUE "D".
            88 FUNZIONE-AVANZA   VALUE "A".
            88 FUNZIONE-FORZA    VALUE "F".
            88 FUNZIONE-VERIFICA VALUE "V".
            88 FUNZIONE-STORICO  VALUE "S".

      01 WS-IN-DATA   PIC X(8).
      01 WS-IN-DATA-A PIC X(8).
      01 WS-IN-JOB    PIC X(8).

    *> job della catena notturna, nell'ordine in cui girano: la data
    *> di lavoro avanza solo quando tutti hanno chiuso la giornata
      01 WS-CATENA.
            02 FILLER PIC X(8) VALUE "MOVIBAT".
            02 FILLER PIC X(8) VALUE "SCADRIT".
            02 FILLER PIC X(8) VALUE "SOLLECIT".
            02 FILLER PIC X(8) VALUE "SOSPUTEN".
            02 FILLER PIC X(8) VALUE "CONTRCOP".
            02 FILLER PIC X(8) VALUE "ESTROPAC".
            02 FILLER PIC X(8) VALUE "AVVISI".
            02 FILLER PIC X(8) VALUE "SMISTAM".
            02 FILLER PIC X(8) VALUE "CHIUCAS".
      01 WS-TAB-CATENA REDEFINES WS-CATENA.
            02 WS-JOB-CATENA PIC X(8) OCCURS 9 TIMES.
      01 WS-NUM-JOB-CATENA PIC 9(2) VALUE 9.

    *> situazione dei job della catena su una data di lavoro
      01 WS-TAB-SITUAZIONE.
            02 WS-SIT-RIGA OCCURS 9 TIMES.
                03 WS-SIT-STATO       PIC X(1).
                03 WS-SIT-ESECUZIONI  PIC 9(2).
                03 WS-SIT-OPERATORE   PIC X(8).
                03 WS-SIT-DATA-INIZIO PIC 9(8).
                03 WS-SIT-ORA-INIZIO  PIC 9(8).
                03 WS-SIT-DATA-FINE   PIC 9(8).
                03 WS-SIT-ORA-FINE    PIC 9(8).
      01 WS-JOB-CHIUSI     PIC 9(2).
      01 WS-JOB-AVVIATI    PIC 9(2).
      01 WS-JOB-DA-CHIUDERE PIC 9(2).

      01 WS-I PIC 9(2).
      01 WS-POSIZIONE-JOB PIC 9(2).

    *> chiave del record con la data di lavoro corrente
      01 WS-CB-JOB-DATA PIC X(8) VALUE "*DATA*".

      01 WS-DATA-LAVORO PIC 9(8) VALUE 0.
      01 WS-DATA-IMPOSTATA PIC X(1) VALUE "N".
            88 DATA-IMPOSTATA     VALUE "S".
            88 DATA-NON-IMPOSTATA VALUE "N".

      01 WS-DATA-NUOVA   PIC 9(8).
      01 WS-DATA-SISTEMA PIC 9(8).
      01 WS-ORA-SISTEMA  PIC 9(8).

    *> la data di lavoro non va oltre domani: la catena della sera la
    *> porta sul giorno dopo, e li' si fermano anche i recuperi
      01 WS-DATA-MASSIMA PIC 9(8).

      01 WS-RECORD-TROVATO PIC X(1) VALUE "N".
            88 RECORD-TROVATO     VALUE "S".
            88 RECORD-NON-TROVATO VALUE "N".

    *> esito della funzione: un rifiuto chiude lo step con RC 8
      01 WS-ESITO PIC X(1) VALUE "S".
            88 ESITO-OK        VALUE "S".
            88 ESITO-RIFIUTATO VALUE "N".

    *> storico: intervallo di date, per default gli ultimi 30 giorni
    *> fino alla data di lavoro
      01 WS-GIORNI-STORICO PIC 9(3) VALUE 30.
      01 WS-STORICO-DA     PIC 9(8).
      01 WS-STORICO-A      PIC 9(8).
      01 WS-DATA-STORICO   PIC 9(8).
      01 WS-GIORNO-INT      PIC 9(8).
      01 WS-GIORNO-FINE-INT PIC 9(8).

      01 WS-GIORNATE-COMPLETE   PIC 9(4) VALUE 0.
      01 WS-GIORNATE-INCOMPLETE PIC 9(4) VALUE 0.
      01 WS-JOB-RIPRESI         PIC 9(4) VALUE 0.
      01 WS-JOB-FORZATI         PIC 9(4) VALUE 0.

      01 WS-DESCR-STATO     PIC X(13).
      01 WS-ESECUZIONI-EDIT PIC Z9.

    *> gestione pagina del tabulato
      01 WS-NUM-PAGINA  PIC 9(4) VALUE 0.
      01 WS-NUM-RIGA    PIC 9(2) VALUE 99.
      01 WS-RIGHE-PAGINA PIC 9(2) VALUE 55.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-ACCETTA-FUNZIONE
    ELSE
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    IF ESITO-OK
        PERFORM 1500-APRI-FILE
        PERFORM 1700-LEGGI-DATA-LAVORO
        IF ESITO-OK
            IF FUNZIONE-DATA
                PERFORM 2000-IMPOSTA-DATA
            END-IF
            IF FUNZIONE-AVANZA
                PERFORM 3000-AVANZA-DATA
            END-IF
            IF FUNZIONE-FORZA
                PERFORM 4000-FORZA-CHIUSURA
            END-IF
            IF FUNZIONE-VERIFICA
                PERFORM 5000-VERIFICA-JOB
            END-IF
            IF FUNZIONE-STORICO
                PERFORM 6000-STAMPA-STORICO
            END-IF
        END-IF
        PERFORM 9000-CHIUDI-FILE
    END-IF
    *> RC 8 come i job della catena: la COND dei passi successivi
    *> ferma il job
    IF ESITO-RIFIUTATO
        MOVE 8 TO RETURN-CODE
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
        MOVE OP-LIVELLO TO WS-LIVELLO-OPERATORE
        DISPLAY "Operatore: " OP-NOME
    END-IF
    CLOSE OPERATORI.

1000-ACCETTA-FUNZIONE.
    DISPLAY "Funzione (D)ata di lavoro (A)vanza (F)orza chiusura "
            "(V)erifica job (S)torico: " WITH NO ADVANCING
    ACCEPT WS-IN-FUNZIONE
    IF NOT FUNZIONE-DATA AND NOT FUNZIONE-AVANZA
       AND NOT FUNZIONE-FORZA AND NOT FUNZIONE-VERIFICA
       AND NOT FUNZIONE-STORICO
        DISPLAY "Funzione non riconosciuta: " WS-IN-FUNZIONE
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    *> impostare la data o chiudere un job senza eseguirlo porta la
    *> catena fuori dal suo corso normale: solo i supervisori
    IF ESITO-OK AND (FUNZIONE-DATA OR FUNZIONE-FORZA)
       AND WS-LIVELLO-OPERATORE < WS-LIVELLO-SUPERVISORE
        DISPLAY "Funzione riservata ai supervisori (livello "
                WS-LIVELLO-OPERATORE ", richiesto "
                WS-LIVELLO-SUPERVISORE "), transazione rifiutata"
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
    ACCEPT WS-ORA-SISTEMA  FROM TIME
    COMPUTE WS-DATA-MASSIMA =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-SISTEMA) + 1).

1500-APRI-FILE.
    OPEN I-O CONTROLLO-BATCH
    IF WS-CONTROLLO-NON-ESISTE
        OPEN OUTPUT CONTROLLO-BATCH
        CLOSE CONTROLLO-BATCH
        OPEN I-O CONTROLLO-BATCH
    END-IF.

1700-LEGGI-DATA-LAVORO.
    MOVE 0 TO CB-DATA
    MOVE WS-CB-JOB-DATA TO CB-JOB
    READ CONTROLLO-BATCH
        INVALID KEY
            SET DATA-NON-IMPOSTATA TO TRUE
        NOT INVALID KEY
            SET DATA-IMPOSTATA TO TRUE
            MOVE CB-DATA-LAVORO TO WS-DATA-LAVORO
            DISPLAY "Data di lavoro corrente: " WS-DATA-LAVORO
    END-READ
    IF DATA-NON-IMPOSTATA AND NOT FUNZIONE-DATA
        DISPLAY "Data di lavoro non ancora impostata: "
                "fissarla con la funzione D"
        SET ESITO-RIFIUTATO TO TRUE
    END-IF.

2000-IMPOSTA-DATA.
    DISPLAY "Nuova data di lavoro YYYYMMDD: " WITH NO ADVANCING
    ACCEPT WS-IN-DATA
    IF WS-IN-DATA NUMERIC
        MOVE WS-IN-DATA TO WS-DATA-NUOVA
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-NUOVA) NOT = 0
            DISPLAY "Data non di calendario: " WS-IN-DATA
            SET ESITO-RIFIUTATO TO TRUE
        END-IF
    ELSE
        DISPLAY "Data non valida: " WS-IN-DATA
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    IF ESITO-OK AND WS-DATA-NUOVA > WS-DATA-MASSIMA
        DISPLAY "Data di lavoro oltre il " WS-DATA-MASSIMA
                ", rifiutata"
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    *> una giornata a meta' non si abbandona spostando la data: si
    *> finiscono i job (o li si chiude a mano con F) e si avanza con A
    IF ESITO-OK AND DATA-IMPOSTATA
        MOVE WS-DATA-LAVORO TO WS-DATA-STORICO
        PERFORM 7000-SITUAZIONE-GIORNATA
        IF WS-JOB-AVVIATI > 0
           OR (WS-JOB-CHIUSI > 0
               AND WS-JOB-CHIUSI < WS-NUM-JOB-CATENA)
            DISPLAY "Giornata " WS-DATA-LAVORO " in corso ("
                    WS-JOB-CHIUSI " job chiusi su "
                    WS-NUM-JOB-CATENA "): data non cambiata"
            SET ESITO-RIFIUTATO TO TRUE
        END-IF
    END-IF
    IF ESITO-OK
        PERFORM 8000-SCRIVI-DATA-LAVORO
    END-IF
    IF ESITO-OK
        DISPLAY "Data di lavoro impostata: " WS-DATA-LAVORO
    END-IF.

3000-AVANZA-DATA.
    *> recupero delle notti saltate: la catena gira su una data alla
    *> volta e questo passo, in coda alla catena, la porta avanti di
    *> un giorno solo se tutti i job l'hanno chiusa
    MOVE WS-DATA-LAVORO TO WS-DATA-STORICO
    PERFORM 7000-SITUAZIONE-GIORNATA
    IF WS-JOB-CHIUSI < WS-NUM-JOB-CATENA
        DISPLAY "Giornata " WS-DATA-LAVORO " non chiusa, la data "
                "di lavoro non avanza. Job da chiudere:"
        PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-NUM-JOB-CATENA
            IF WS-SIT-STATO (WS-I) NOT = "C"
               AND WS-SIT-STATO (WS-I) NOT = "F"
                PERFORM 7200-DESCRIVI-STATO
                DISPLAY "  " WS-JOB-CATENA (WS-I) " " WS-DESCR-STATO
            END-IF
        END-PERFORM
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    IF ESITO-OK
        COMPUTE WS-DATA-NUOVA =
            FUNCTION DATE-OF-INTEGER (
                FUNCTION INTEGER-OF-DATE (WS-DATA-LAVORO) + 1)
        IF WS-DATA-NUOVA > WS-DATA-MASSIMA
            DISPLAY "Catena in pari: la data di lavoro "
                    WS-DATA-LAVORO " non avanza oltre il "
                    WS-DATA-MASSIMA
            SET ESITO-RIFIUTATO TO TRUE
        END-IF
    END-IF
    IF ESITO-OK
        PERFORM 8000-SCRIVI-DATA-LAVORO
    END-IF
    IF ESITO-OK
        DISPLAY "Data di lavoro avanzata al " WS-DATA-LAVORO
        IF WS-DATA-LAVORO < WS-DATA-SISTEMA
            DISPLAY "Giornate ancora da recuperare fino al "
                    WS-DATA-SISTEMA ": rilanciare la catena"
        END-IF
    END-IF.

4000-FORZA-CHIUSURA.
    *> giornata in cui un job non deve o non puo' girare: il
    *> supervisore la chiude a mano, i job che ne dipendono partono e
    *> la data puo' avanzare; sullo storico resta come CHIUSO A MANO
    DISPLAY "Job da chiudere a mano: " WITH NO ADVANCING
    ACCEPT WS-IN-JOB
    PERFORM 7100-CERCA-JOB-CATENA
    IF WS-POSIZIONE-JOB = 0
        DISPLAY "Job non della catena notturna: " WS-IN-JOB
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    IF ESITO-OK
        MOVE WS-DATA-LAVORO TO CB-DATA
        MOVE WS-IN-JOB TO CB-JOB
        READ CONTROLLO-BATCH
            INVALID KEY
                SET RECORD-NON-TROVATO TO TRUE
            NOT INVALID KEY
                SET RECORD-TROVATO TO TRUE
        END-READ
        IF RECORD-TROVATO AND (CB-STATO = "C" OR CB-STATO = "F")
            DISPLAY WS-IN-JOB " ha gia' chiuso la data di lavoro "
                    WS-DATA-LAVORO
            SET ESITO-RIFIUTATO TO TRUE
        END-IF
    END-IF
    IF ESITO-OK
        IF RECORD-NON-TROVATO
            MOVE WS-DATA-LAVORO TO CB-DATA
            MOVE WS-IN-JOB TO CB-JOB
            MOVE 0 TO CB-ESECUZIONI
            MOVE WS-DATA-SISTEMA TO CB-DATA-INIZIO
            MOVE WS-ORA-SISTEMA  TO CB-ORA-INIZIO
            MOVE 0 TO CB-DATA-LAVORO
        END-IF
        MOVE "F" TO CB-STATO
        MOVE WS-OPERATORE TO CB-OPERATORE
        MOVE WS-DATA-SISTEMA TO CB-DATA-FINE
        MOVE WS-ORA-SISTEMA  TO CB-ORA-FINE
        IF RECORD-TROVATO
            REWRITE CONTROLLO-BATCH-RECORD
                INVALID KEY
                    DISPLAY "Errore aggiornamento CTLBATCH: "
                            WS-CONTROLLO-STATUS
                    SET ESITO-RIFIUTATO TO TRUE
            END-REWRITE
        ELSE
            WRITE CONTROLLO-BATCH-RECORD
                INVALID KEY
                    DISPLAY "Errore scrittura CTLBATCH: "
                            WS-CONTROLLO-STATUS
                    SET ESITO-RIFIUTATO TO TRUE
            END-WRITE
        END-IF
    END-IF
    IF ESITO-OK
        DISPLAY WS-IN-JOB " chiuso a mano sulla data di lavoro "
                WS-DATA-LAVORO
    END-IF.

5000-VERIFICA-JOB.
    *> passo in testa ai job che prima del programma toccano gia' i
    *> file (MOVIBAT travasa il riciclo): se il job ha gia' chiuso la
    *> data di lavoro, RC 8 e la COND salta tutti i passi
    DISPLAY "Job da verificare: " WITH NO ADVANCING
    ACCEPT WS-IN-JOB
    PERFORM 7100-CERCA-JOB-CATENA
    IF WS-POSIZIONE-JOB = 0
        DISPLAY "Job non della catena notturna: " WS-IN-JOB
        SET ESITO-RIFIUTATO TO TRUE
    END-IF
    IF ESITO-OK
        MOVE WS-DATA-LAVORO TO CB-DATA
        MOVE WS-IN-JOB TO CB-JOB
        READ CONTROLLO-BATCH
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CB-STATO = "A"
                    DISPLAY "Esecuzione precedente di " WS-IN-JOB
                            " non chiusa: sara' una ripresa"
                ELSE
                    DISPLAY WS-IN-JOB " ha gia' chiuso la data di "
                            "lavoro " WS-DATA-LAVORO
                            ": non parte due volte"
                    SET ESITO-RIFIUTATO TO TRUE
                END-IF
        END-READ
    END-IF
    IF ESITO-OK
        DISPLAY WS-IN-JOB " puo' partire sulla data di lavoro "
                WS-DATA-LAVORO
    END-IF.

6000-STAMPA-STORICO.
    DISPLAY "Storico dal YYYYMMDD (vuoto = ultimi "
            WS-GIORNI-STORICO " giorni): " WITH NO ADVANCING
    ACCEPT WS-IN-DATA
    DISPLAY "al YYYYMMDD (vuoto = data di lavoro): "
            WITH NO ADVANCING
    ACCEPT WS-IN-DATA-A
    *> oltre la data di lavoro non ci sono esecuzioni da mostrare
    MOVE WS-DATA-LAVORO TO WS-STORICO-A
    IF WS-IN-DATA-A NUMERIC
        MOVE WS-IN-DATA-A TO WS-DATA-NUOVA
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-NUOVA) = 0
           AND WS-DATA-NUOVA < WS-DATA-LAVORO
            MOVE WS-DATA-NUOVA TO WS-STORICO-A
        END-IF
    END-IF
    COMPUTE WS-STORICO-DA =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-STORICO-A)
            - WS-GIORNI-STORICO + 1)
    IF WS-IN-DATA NUMERIC
        MOVE WS-IN-DATA TO WS-DATA-NUOVA
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-NUOVA) = 0
           AND WS-DATA-NUOVA NOT > WS-STORICO-A
            MOVE WS-DATA-NUOVA TO WS-STORICO-DA
        ELSE
            DISPLAY "Data iniziale non valida, applicato il default: "
                    WS-STORICO-DA
        END-IF
    END-IF
    OPEN OUTPUT REPORT-STORICO
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "ESECUZIONI DAL " WS-STORICO-DA " AL " WS-STORICO-A
           " - DATA DI LAVORO CORRENTE " WS-DATA-LAVORO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    COMPUTE WS-GIORNO-INT =
        FUNCTION INTEGER-OF-DATE (WS-STORICO-DA)
    COMPUTE WS-GIORNO-FINE-INT =
        FUNCTION INTEGER-OF-DATE (WS-STORICO-A)
    PERFORM UNTIL WS-GIORNO-INT > WS-GIORNO-FINE-INT
        COMPUTE WS-DATA-STORICO =
            FUNCTION DATE-OF-INTEGER (WS-GIORNO-INT)
        PERFORM 6100-STAMPA-GIORNATA
        ADD 1 TO WS-GIORNO-INT
    END-PERFORM
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "GIORNATE COMPLETE " WS-GIORNATE-COMPLETE
           "   INCOMPLETE " WS-GIORNATE-INCOMPLETE
           "   JOB RIPRESI " WS-JOB-RIPRESI
           "   JOB CHIUSI A MANO " WS-JOB-FORZATI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    CLOSE REPORT-STORICO
    DISPLAY "Storico stampato dal " WS-STORICO-DA " al "
            WS-STORICO-A.

6100-STAMPA-GIORNATA.
    PERFORM 7000-SITUAZIONE-GIORNATA
    MOVE SPACES TO WS-RIGA-LAVORO
    IF WS-JOB-CHIUSI = WS-NUM-JOB-CATENA
        ADD 1 TO WS-GIORNATE-COMPLETE
        STRING "GIORNATA " WS-DATA-STORICO "  COMPLETA"
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    ELSE
        ADD 1 TO WS-GIORNATE-INCOMPLETE
        COMPUTE WS-JOB-DA-CHIUDERE =
            WS-NUM-JOB-CATENA - WS-JOB-CHIUSI
        STRING "GIORNATA " WS-DATA-STORICO "  INCOMPLETA, "
               WS-JOB-DA-CHIUDERE " JOB DA CHIUDERE"
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    PERFORM 9100-SCRIVI-RIGA
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-JOB-CATENA
        PERFORM 6200-STAMPA-JOB
    END-PERFORM
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

6200-STAMPA-JOB.
    PERFORM 7200-DESCRIVI-STATO
    MOVE SPACES TO WS-RIGA-LAVORO
    MOVE WS-SIT-ESECUZIONI (WS-I) TO WS-ESECUZIONI-EDIT
    IF WS-SIT-STATO (WS-I) = SPACE
        STRING "  " WS-JOB-CATENA (WS-I) "  " WS-DESCR-STATO
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    IF WS-SIT-STATO (WS-I) = "A"
        STRING "  " WS-JOB-CATENA (WS-I) "  " WS-DESCR-STATO
               "   " WS-ESECUZIONI-EDIT
               "  " WS-SIT-OPERATORE (WS-I)
               "  " WS-SIT-DATA-INIZIO (WS-I)
               " " WS-SIT-ORA-INIZIO (WS-I)
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    IF WS-SIT-STATO (WS-I) = "C" OR WS-SIT-STATO (WS-I) = "F"
        STRING "  " WS-JOB-CATENA (WS-I) "  " WS-DESCR-STATO
               "   " WS-ESECUZIONI-EDIT
               "  " WS-SIT-OPERATORE (WS-I)
               "  " WS-SIT-DATA-INIZIO (WS-I)
               " " WS-SIT-ORA-INIZIO (WS-I)
               "  " WS-SIT-DATA-FINE (WS-I)
               " " WS-SIT-ORA-FINE (WS-I)
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    IF WS-SIT-ESECUZIONI (WS-I) > 1
        ADD 1 TO WS-JOB-RIPRESI
    END-IF
    IF WS-SIT-STATO (WS-I) = "F"
        ADD 1 TO WS-JOB-FORZATI
    END-IF
    PERFORM 9100-SCRIVI-RIGA.

7000-SITUAZIONE-GIORNATA.
    *> lettura a chiave dei job della catena sulla data in
    *> WS-DATA-STORICO; un job senza record non e' mai partito
    MOVE 0 TO WS-JOB-CHIUSI
    MOVE 0 TO WS-JOB-AVVIATI
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-JOB-CATENA
        MOVE SPACE TO WS-SIT-STATO (WS-I)
        MOVE 0 TO WS-SIT-ESECUZIONI (WS-I)
        MOVE SPACES TO WS-SIT-OPERATORE (WS-I)
        MOVE 0 TO WS-SIT-DATA-INIZIO (WS-I)
        MOVE 0 TO WS-SIT-ORA-INIZIO (WS-I)
        MOVE 0 TO WS-SIT-DATA-FINE (WS-I)
        MOVE 0 TO WS-SIT-ORA-FINE (WS-I)
        MOVE WS-DATA-STORICO TO CB-DATA
        MOVE WS-JOB-CATENA (WS-I) TO CB-JOB
        READ CONTROLLO-BATCH
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE CB-STATO       TO WS-SIT-STATO (WS-I)
                MOVE CB-ESECUZIONI  TO WS-SIT-ESECUZIONI (WS-I)
                MOVE CB-OPERATORE   TO WS-SIT-OPERATORE (WS-I)
                MOVE CB-DATA-INIZIO TO WS-SIT-DATA-INIZIO (WS-I)
                MOVE CB-ORA-INIZIO  TO WS-SIT-ORA-INIZIO (WS-I)
                MOVE CB-DATA-FINE   TO WS-SIT-DATA-FINE (WS-I)
                MOVE CB-ORA-FINE    TO WS-SIT-ORA-FINE (WS-I)
                IF CB-STATO = "A"
                    ADD 1 TO WS-JOB-AVVIATI
                ELSE
                    ADD 1 TO WS-JOB-CHIUSI
                END-IF
        END-READ
    END-PERFORM.

7100-CERCA-JOB-CATENA.
    MOVE 0 TO WS-POSIZIONE-JOB
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NUM-JOB-CATENA
        IF WS-JOB-CATENA (WS-I) = WS-IN-JOB
            MOVE WS-I TO WS-POSIZIONE-JOB
            MOVE WS-NUM-JOB-CATENA TO WS-I
        END-IF
    END-PERFORM.

7200-DESCRIVI-STATO.
    IF WS-SIT-STATO (WS-I) = "C"
        MOVE "COMPLETATO" TO WS-DESCR-STATO
    ELSE
        IF WS-SIT-STATO (WS-I) = "F"
            MOVE "CHIUSO A MANO" TO WS-DESCR-STATO
        ELSE
            IF WS-SIT-STATO (WS-I) = "A"
                MOVE "NON CHIUSO" TO WS-DESCR-STATO
            ELSE
                MOVE "NON ESEGUITO" TO WS-DESCR-STATO
            END-IF
        END-IF
    END-IF.

8000-SCRIVI-DATA-LAVORO.
    *> sul record della data restano anche chi l'ha cambiata e quando
    MOVE 0 TO CB-DATA
    MOVE WS-CB-JOB-DATA TO CB-JOB
    MOVE SPACE TO CB-STATO
    MOVE 0 TO CB-ESECUZIONI
    MOVE WS-OPERATORE TO CB-OPERATORE
    MOVE WS-DATA-SISTEMA TO CB-DATA-INIZIO
    MOVE WS-ORA-SISTEMA  TO CB-ORA-INIZIO
    MOVE 0 TO CB-DATA-FINE
    MOVE 0 TO CB-ORA-FINE
    MOVE WS-DATA-NUOVA TO CB-DATA-LAVORO
    IF DATA-IMPOSTATA
        REWRITE CONTROLLO-BATCH-RECORD
            INVALID KEY
                DISPLAY "Errore aggiornamento CTLBATCH: "
                        WS-CONTROLLO-STATUS
                SET ESITO-RIFIUTATO TO TRUE
        END-REWRITE
    ELSE
        WRITE CONTROLLO-BATCH-RECORD
            INVALID KEY
                DISPLAY "Errore scrittura CTLBATCH: "
                        WS-CONTROLLO-STATUS
                SET ESITO-RIFIUTATO TO TRUE
        END-WRITE
    END-IF
    IF ESITO-OK
        MOVE WS-DATA-NUOVA TO WS-DATA-LAVORO
        SET DATA-IMPOSTATA TO TRUE
    END-IF.

9100-SCRIVI-RIGA.
    *> gestione pagina: intestazione e numero pagina ogni 55 righe
    IF WS-NUM-RIGA > WS-RIGHE-PAGINA
        ADD 1 TO WS-NUM-PAGINA
        IF WS-NUM-PAGINA > 1
            MOVE SPACES TO RIGA-STAMPA
            WRITE RIGA-STAMPA
        END-IF
        MOVE SPACES TO RIGA-STAMPA
        STRING "STORICO CATENA NOTTURNA BIBLIOTECA"
               "                                  PAGINA " WS-NUM-PAGINA
            DELIMITED BY SIZE INTO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE SPACES TO RIGA-STAMPA
        STRING "  JOB       STATO         ESEC  OPERATORE "
               "INIZIO             FINE"
            DELIMITED BY SIZE INTO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE ALL "-" TO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE 4 TO WS-NUM-RIGA
    END-IF
    MOVE WS-RIGA-LAVORO TO RIGA-STAMPA
    WRITE RIGA-STAMPA
    ADD 1 TO WS-NUM-RIGA.

9000-CHIUDI-FILE.
    CLOSE CONTROLLO-BATCH.
