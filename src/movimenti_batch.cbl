            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> giornale degli addebiti multe: una riga per ogni importo
        *> messo sul conto, letta a fine mese da CREDITI-MULTE
        SELECT GIORNALE-ADDEBITI ASSIGN TO "ADDEBITI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADDEBITI-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE, le stesse applicate allo sportello
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> giacenze per sede, un record per coppia libro+sede: i
        *> movimenti delle sedi le tengono allineate, cosi' una
        *> squadratura si riconduce alla sede che l'ha causata
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        *> calendario chiusure per sede, gestito da GESTIONE-CALENDARIO:
        *> le scadenze dei prestiti di sede slittano al primo giorno
        *> aperto della sede e i giorni di chiusura non contano nel
        *> ritardo
        SELECT CALENDARIO ASSIGN TO "CALENDAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CHIAVE
            FILE STATUS IS WS-CALENDARIO-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

        *> controllo della catena notturna gestito da CONTROLLO-BATCH:
        *> data di lavoro ed esecuzioni per data e job
        SELECT CONTROLLO-BATCH ASSIGN TO "CTLBATCH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CB-CHIAVE
            FILE STATUS IS WS-CONTROLLO-STATUS.

DATA DIVISION.
    FILE SECTION.
    *> layout a tracciato fisso della riga movimento delle sedi
            02 RIT-CODICE-UTENTE  PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-NOME-UTENTE    PIC X(30).
            02 FILLER             PIC X(1).
            02 RIT-SEDE           PIC X(3).

    FD  MULTE.
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  GIORNALE-ADDEBITI.
        COPY ADDEBITO REPLACING ==:ADDEBITO-REC:== BY ==ADDEBITO-RECORD==
                                 ==:PFX:==          BY ==AD==.

    FD  POLITICHE.
        COPY POLITICA REPLACING ==:POLITICA-REC:== BY ==POLITICA-RECORD==
                                 ==:PFX:==          BY ==PO==.

    FD  STOCK-SEDI.
        COPY SEDESTK REPLACING ==:STOCK-REC:== BY ==STOCK-SEDE-RECORD==
                                ==:PFX:==       BY ==SD==.
    FD  REPORT-MOVIMENTI.
      01 REPORT-RECORD PIC X(80).

    FD  CALENDARIO.
        COPY CALEND REPLACING ==:CALEND-REC:== BY ==CALENDARIO-RECORD==
                               ==:PFX:==        BY ==CA==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

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
      01 WS-CB-JOB PIC X(8) VALUE "MOVIBAT".
      01 WS-CB-PREREQUISITI.
            02 FILLER PIC X(8) VALUE SPACES.
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

      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".
      01 WS-AUDIT-STATUS PIC X(2).
            88 WS-AUDIT-OK VALUE "00".

      01 WS-ADDEBITI-STATUS PIC X(2).
            88 WS-ADDEBITI-OK VALUE "00".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-DUPLICATO  VALUE "22".
            88 WS-REPORT-OK VALUE "00".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.
    *> data di lavoro della catena notturna, da CTLBATCH: data delle
    *> righe di audit, delle trattenute e della lista ritiri
      01 WS-DATA-ODIERNA-AUDIT PIC 9(8).
      01 WS-ORA-ODIERNA-AUDIT  PIC 9(8).

      01 WS-POLITICHE-STATUS PIC X(2).
            88 WS-POLITICHE-OK         VALUE "00".
            88 WS-POLITICHE-NON-ESISTE VALUE "35".

      01 WS-CALENDARIO-STATUS PIC X(2).
            88 WS-CALENDARIO-OK         VALUE "00".
            88 WS-CALENDARIO-NON-ESISTE VALUE "35".

    *> codice della sede centrale su CALENDAR e SEDESTOK: i prestiti
    *> registrati senza sede (PR-SEDE a spazi) sono del banco centrale
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

    *> sede di cui si consulta il calendario chiusure
      01 WS-SEDE-CALENDARIO PIC X(3).

    *> tetto allo slittamento di una scadenza su giorni chiusi: oltre,
    *> il calendario ha certamente un errore e la scadenza resta li'
      01 WS-MAX-SLITTAMENTO PIC 9(3) VALUE 60.
      01 WS-GIORNI-SLITTATI PIC 9(3).
      01 WS-DATA-CALENDARIO PIC 9(8).

      01 WS-GIORNO-APERTO PIC X(1) VALUE "N".
            88 GIORNO-APERTO VALUE "S".
            88 GIORNO-CHIUSO VALUE "N".

    *> giorni di chiusura caduti nel ritardo: non si contano
      01 WS-GIORNI-CHIUSI PIC 9(4).
      01 WS-DATA-FINE-RITARDO PIC 9(8).

      01 WS-FINE-CALENDARIO PIC X(1) VALUE "N".
            88 FINE-CALENDARIO VALUE "S".

    *> valori standard della biblioteca, applicati alle categorie
    *> senza una politica registrata su POLITICH
      01 WS-STD-GIORNI-PRESTITO     PIC 9(3) VALUE 14.
      01 WS-STD-MAX-PRESTITI-APERTI PIC 9(3) VALUE 5.
      01 WS-STD-SOGLIA-MULTE        PIC 9(5)V9(2) VALUE 10.00.
      01 WS-STD-TARIFFA-GIORNALIERA PIC 9(2)V9(2) VALUE 0.20.

    *> stesse regole delle transazioni di sportello, ricaricate a ogni
    *> movimento per la categoria dell'utente
      01 WS-GIORNI-PRESTITO PIC 9(3).
      01 WS-MAX-PRESTITI-APERTI PIC 9(3).
      01 WS-SOGLIA-MULTE PIC 9(5)V9(2).
      01 WS-TARIFFA-GIORNALIERA PIC 9(2)V9(2).

      01 WS-PRESTITI-APERTI PIC 9(4) VALUE 0.
      01 WS-GIORNI-RITARDO  PIC 9(4).
      01 WS-MOTIVO-SCARTO PIC X(4).
      *>   LB01 libro non a catalogo
      *>   LB02 nessuna copia disponibile
      *>   LB03 titolo ritirato dalla collezione
      *>   UT01 utente non in anagrafica
      *>   UT02 utente sospeso
      *>   UT03 tessera scaduta
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 0600-CONTROLLO-CATENA
    END-IF
    IF OPERATORE-VALIDO AND BATCH-AUTORIZZATO
        PERFORM 1000-LEGGI-CHECKPOINT
        PERFORM 2000-APRI-FILE
        PERFORM 2500-SALTA-RECORD-GIA-ELABORATI
        PERFORM 7000-STAMPA-TOTALI
        PERFORM 8000-SCRIVI-CHECKPOINT-FINALE
        PERFORM 9000-CHIUDI-FILE
        PERFORM 9500-REGISTRA-CHIUSURA
    END-IF
    STOP RUN.

    END-IF
    CLOSE OPERATORI.

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
            MOVE CB-DATA-LAVORO TO WS-DATA-ODIERNA-AUDIT
            DISPLAY "Data di lavoro: " WS-DATA-ODIERNA-AUDIT
    END-READ
    IF BATCH-AUTORIZZATO
        PERFORM 0610-VERIFICA-PREREQUISITI
    END-IF
    IF BATCH-AUTORIZZATO
        MOVE WS-DATA-ODIERNA-AUDIT TO CB-DATA
        MOVE WS-CB-JOB TO CB-JOB
        READ CONTROLLO-BATCH
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CB-STATO = "A"
                    SET BATCH-RIPRESA TO TRUE
                ELSE
                    DISPLAY WS-CB-JOB " ha gia' chiuso la data di "
                            "lavoro " WS-DATA-ODIERNA-AUDIT
                            ": non parte due volte"
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
            MOVE WS-DATA-ODIERNA-AUDIT TO CB-DATA
            MOVE WS-CB-PREREQUISITO (WS-CB-P) TO CB-JOB
            READ CONTROLLO-BATCH
                INVALID KEY
                    MOVE SPACE TO CB-STATO
            END-READ
            *> F = chiuso a mano dal supervisore: vale come completato
            IF CB-STATO NOT = "C" AND CB-STATO NOT = "F"
                DISPLAY WS-CB-PREREQUISITO (WS-CB-P)
                        " non ha ancora chiuso la data di lavoro "
                        WS-DATA-ODIERNA-AUDIT ": " WS-CB-JOB " non parte"
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
                WS-DATA-ODIERNA-AUDIT
        ADD 1 TO CB-ESECUZIONI
    ELSE
        MOVE WS-DATA-ODIERNA-AUDIT TO CB-DATA
        MOVE WS-CB-JOB TO CB-JOB
        MOVE 1 TO CB-ESECUZIONI
        MOVE 0 TO CB-DATA-FINE
        MOVE 0 TO CB-ORA-FINE
        MOVE 0 TO CB-DATA-LAVORO
    END-IF
    MOVE "A" TO CB-STATO
    MOVE WS-OPERATORE TO CB-OPERATORE
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
                        WS-DATA-ODIERNA-AUDIT ": non parte due volte"
                SET BATCH-NON-AUTORIZZATO TO TRUE
        END-WRITE
    END-IF.

1000-LEGGI-CHECKPOINT.
    *> se il file di restart non esiste ancora si riparte dal record 1
    OPEN INPUT RESTART-FILE
    IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
        OPEN OUTPUT LIBRO-AUDIT
    END-IF
    OPEN EXTEND GIORNALE-ADDEBITI
    IF WS-ADDEBITI-STATUS = "05" OR WS-ADDEBITI-STATUS = "35"
        OPEN OUTPUT GIORNALE-ADDEBITI
    END-IF
    OPEN I-O PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE MULTE
        OPEN I-O MULTE
    END-IF
    OPEN INPUT POLITICHE
    IF WS-POLITICHE-NON-ESISTE
        OPEN OUTPUT POLITICHE
        CLOSE POLITICHE
        OPEN INPUT POLITICHE
    END-IF
    OPEN INPUT CALENDARIO
    IF WS-CALENDARIO-NON-ESISTE
        OPEN OUTPUT CALENDARIO
        CLOSE CALENDARIO
        OPEN INPUT CALENDARIO
    END-IF
    OPEN I-O STOCK-SEDI
    IF WS-STOCK-NON-ESISTE
        OPEN OUTPUT STOCK-SEDI
            MOVE "LB01" TO WS-MOTIVO-SCARTO
            SET MOVIMENTO-SCARTATO TO TRUE
    END-READ
    IF MOVIMENTO-VALIDO AND LM-STATO = "R"
        MOVE "LB03" TO WS-MOTIVO-SCARTO
        SET MOVIMENTO-SCARTATO TO TRUE
    END-IF
    IF MOVIMENTO-VALIDO
        PERFORM 4150-CERCA-PRENOTAZIONE-PRONTA
    END-IF
    IF MOVIMENTO-VALIDO AND UT-DATA-SCADENZA < MV-DATA-MOVIMENTO
        MOVE "UT03" TO WS-MOTIVO-SCARTO
        SET MOVIMENTO-SCARTATO TO TRUE
    END-IF
    IF MOVIMENTO-VALIDO
        PERFORM 4250-CARICA-POLITICA
    END-IF.

4250-CARICA-POLITICA.
    *> come allo sportello: una categoria senza record su POLITICH
    *> applica i valori standard, una categoria a spazi vale adulto
    MOVE WS-STD-GIORNI-PRESTITO     TO WS-GIORNI-PRESTITO
    MOVE WS-STD-MAX-PRESTITI-APERTI TO WS-MAX-PRESTITI-APERTI
    MOVE WS-STD-SOGLIA-MULTE        TO WS-SOGLIA-MULTE
    MOVE WS-STD-TARIFFA-GIORNALIERA TO WS-TARIFFA-GIORNALIERA
    IF UT-CATEGORIA = SPACE
        MOVE "A" TO PO-CATEGORIA
    ELSE
        MOVE UT-CATEGORIA TO PO-CATEGORIA
    END-IF
    READ POLITICHE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PO-GIORNI-PRESTITO     TO WS-GIORNI-PRESTITO
            MOVE PO-MAX-PRESTITI-APERTI TO WS-MAX-PRESTITI-APERTI
            MOVE PO-SOGLIA-MULTE        TO WS-SOGLIA-MULTE
            MOVE PO-TARIFFA-GIORNALIERA TO WS-TARIFFA-GIORNALIERA
    END-READ.

4300-VERIFICA-LIMITE-PRESTITI.
    MOVE 0 TO WS-PRESTITI-APERTI
    MOVE "N" TO WS-FINE-SCANSIONE
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (MV-DATA-MOVIMENTO)
            + WS-GIORNI-PRESTITO)
    *> la scadenza segue il calendario della sede che presta
    MOVE MV-SEDE              TO WS-SEDE-CALENDARIO
    MOVE WS-DATA-SCADENZA-NUM TO WS-DATA-CALENDARIO
    PERFORM 4550-SLITTA-SCADENZA
    MOVE WS-DATA-CALENDARIO   TO WS-DATA-SCADENZA-NUM

    STRING MV-CODICE-UTENTE   DELIMITED BY SIZE
           MV-CODICE-LIBRO    DELIMITED BY SIZE
    MOVE SPACES               TO PR-DATA-RIENTRO
    MOVE 0                    TO PR-NUM-PROROGHE
    MOVE SPACES               TO PR-ESITO
    MOVE MV-SEDE              TO PR-SEDE

    WRITE PRESTITO-RECORD
        INVALID KEY
            END-IF
    END-WRITE.

4550-SLITTA-SCADENZA.
    *> una scadenza su un giorno di chiusura della sede slitta al
    *> primo giorno aperto; il tetto evita di girare a vuoto su un
    *> calendario che chiude la sede per un periodo anomalo
    MOVE 0 TO WS-GIORNI-SLITTATI
    SET GIORNO-CHIUSO TO TRUE
    PERFORM UNTIL GIORNO-APERTO
               OR WS-GIORNI-SLITTATI >= WS-MAX-SLITTAMENTO
        MOVE WS-SEDE-CALENDARIO TO CA-SEDE
        MOVE WS-DATA-CALENDARIO TO CA-DATA
        READ CALENDARIO
            INVALID KEY
                SET GIORNO-APERTO TO TRUE
            NOT INVALID KEY
                COMPUTE WS-DATA-CALENDARIO =
                    FUNCTION DATE-OF-INTEGER (
                        FUNCTION INTEGER-OF-DATE (WS-DATA-CALENDARIO)
                        + 1)
                ADD 1 TO WS-GIORNI-SLITTATI
        END-READ
    END-PERFORM.

4600-CHIUDI-PRENOTAZIONE.
    MOVE WS-ID-PRENOTAZIONE-TROVATA TO PN-ID-PRENOTAZIONE
    DELETE PRENOTAZIONI
    END-READ.

4800-REGISTRA-AUDIT-COPIE.
    ACCEPT WS-ORA-ODIERNA-AUDIT  FROM TIME
    MOVE WS-DATA-ODIERNA-AUDIT TO AU-DATA
    MOVE WS-ORA-ODIERNA-AUDIT  TO AU-ORA
            DISPLAY "Impossibile trattenere la copia, prenotazione "
                    WS-ID-PRENOTAZIONE-TROVATA
        NOT INVALID KEY
            PERFORM 5420-DESTINA-COPIA
            REWRITE PRENOTAZIONE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile trattenere la copia, "
                            "prenotazione " WS-ID-PRENOTAZIONE-TROVATA
                NOT INVALID KEY
                    IF PN-STATO = "P"
                        PERFORM 5450-SCRIVI-RIGA-RITIRO
                    ELSE
                        DISPLAY "Copia in transito dalla sede "
                                PN-SEDE-COPIA " alla sede di ritiro "
                                PN-SEDE-RITIRO " per utente "
                                PN-CODICE-UTENTE
                    END-IF
            END-REWRITE
    END-READ.

5420-DESTINA-COPIA.
    *> la copia e' rientrata nella sede che ha registrato il movimento.
    *> Se la copia e' gia' nella sede di ritiro scelta dal prenotante
    *> resta al banco (P) e il termine di ritiro decorre da oggi;
    *> altrimenti entra in transito (T) verso la sede di ritiro, va
    *> sulla lista smistamento e il termine decorre solo dalla
    *> conferma di arrivo in PRENOTAZIONE
    IF PN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO PN-SEDE-RITIRO
    END-IF
    MOVE MV-SEDE TO PN-SEDE-COPIA
    *> il prestito di questa copia aveva scalato la giacenza di sede
    MOVE "S"     TO PN-GIACENZA-SCALATA
    IF PN-SEDE-RITIRO = PN-SEDE-COPIA
        MOVE "P"                   TO PN-STATO
        MOVE WS-DATA-ODIERNA-AUDIT TO PN-DATA-TRATTENUTA
        MOVE 0                     TO PN-DATA-TRANSITO
    ELSE
        MOVE "T"                   TO PN-STATO
        MOVE 0                     TO PN-DATA-TRATTENUTA
        MOVE WS-DATA-ODIERNA-AUDIT TO PN-DATA-TRANSITO
    END-IF.

5450-SCRIVI-RIGA-RITIRO.
    MOVE SPACES TO RITIRO-RECORD
    MOVE WS-DATA-ODIERNA-AUDIT TO RIT-DATA
    MOVE PN-CODICE-LIBRO       TO RIT-CODICE-LIBRO
    MOVE LM-TIT                TO RIT-TITOLO
        NOT INVALID KEY
            MOVE UT-NOME TO RIT-NOME-UTENTE
    END-READ
    *> la sede in cui la copia aspetta davvero l'utente
    MOVE PN-SEDE-COPIA TO RIT-SEDE
    WRITE RITIRO-RECORD.

5500-ADDEBITA-MULTA.
    *> stessa formula e stessa tariffa di RIENTRO, sulla data in cui
    *> il libro e' rientrato in sede; la tariffa e' quella della
    *> categoria del titolare, standard se non piu' in anagrafica
    MOVE MV-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACE TO UT-CATEGORIA
    END-READ
    PERFORM 4250-CARICA-POLITICA
    COMPUTE WS-GIORNI-RITARDO =
        FUNCTION INTEGER-OF-DATE (MV-DATA-MOVIMENTO)
        - FUNCTION INTEGER-OF-DATE (WS-DATA-SCADENZA-NUM)

    *> i giorni di chiusura della sede del prestito non sono
    *> ritardo: un libro scaduto solo su giorni chiusi non paga
    IF PR-SEDE = SPACES
        MOVE WS-SEDE-CENTRALE TO WS-SEDE-CALENDARIO
    ELSE
        MOVE PR-SEDE TO WS-SEDE-CALENDARIO
    END-IF
    MOVE MV-DATA-MOVIMENTO TO WS-DATA-FINE-RITARDO
    PERFORM 5580-CONTA-GIORNI-CHIUSI
    SUBTRACT WS-GIORNI-CHIUSI FROM WS-GIORNI-RITARDO
    IF WS-GIORNI-RITARDO > 0
        PERFORM 5550-REGISTRA-ADDEBITO
    END-IF.

5550-REGISTRA-ADDEBITO.
    COMPUTE WS-MULTA ROUNDED =
        WS-GIORNI-RITARDO * WS-TARIFFA-GIORNALIERA

                INVALID KEY
                    DISPLAY "Impossibile addebitare la multa, utente "
                            MV-CODICE-UTENTE
                NOT INVALID KEY
                    PERFORM 5560-REGISTRA-GIORNALE-ADDEBITI
            END-WRITE
        NOT INVALID KEY
            ADD WS-MULTA TO MU-SALDO
                INVALID KEY
                    DISPLAY "Impossibile addebitare la multa, utente "
                            MV-CODICE-UTENTE
                NOT INVALID KEY
                    PERFORM 5560-REGISTRA-GIORNALE-ADDEBITI
            END-REWRITE
    END-READ.

5560-REGISTRA-GIORNALE-ADDEBITI.
    *> ogni addebito sul conto lascia la sua riga datata: e' da qui
    *> che si ricostruisce a fine mese l'anzianita' del credito
    MOVE SPACES TO ADDEBITO-RECORD
    MOVE MV-DATA-MOVIMENTO TO AD-DATA
    ACCEPT WS-ORA-ODIERNA-AUDIT FROM TIME
    MOVE WS-ORA-ODIERNA-AUDIT TO AD-ORA
    MOVE WS-OPERATORE TO AD-OPERATORE
    MOVE MV-CODICE-UTENTE TO AD-CODICE-UTENTE
    MOVE "R" TO AD-TIPO
    MOVE WS-MULTA TO AD-IMPORTO
    MOVE PR-CODICE-LIBRO TO AD-CODICE-LIBRO
    WRITE ADDEBITO-RECORD.

5580-CONTA-GIORNI-CHIUSI.
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

5600-APPLICA-TRASFERIMENTO.
    *> spostamento fisico di una copia tra due sedi: cambiano solo le
    *> giacenze per sede, le copie disponibili a catalogo restano le
    CLOSE PRENOTAZIONI
    CLOSE LISTA-RITIRI
    CLOSE MULTE
    CLOSE GIORNALE-ADDEBITI
    CLOSE POLITICHE
    CLOSE CALENDARIO
    CLOSE STOCK-SEDI
    CLOSE RESTART-FILE
    CLOSE REPORT-MOVIMENTI.

9500-REGISTRA-CHIUSURA.
    *> data di lavoro chiusa per questo job: una nuova esecuzione
    *> sulla stessa data viene rifiutata e i job che dipendono da
    *> questo possono partire
    OPEN I-O CONTROLLO-BATCH
    MOVE WS-DATA-ODIERNA-AUDIT TO CB-DATA
    MOVE WS-CB-JOB TO CB-JOB
    READ CONTROLLO-BATCH
        INVALID KEY
            DISPLAY "Avvio di " WS-CB-JOB " non registrato su CTLBATCH "
                    "per la data di lavoro " WS-DATA-ODIERNA-AUDIT
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
