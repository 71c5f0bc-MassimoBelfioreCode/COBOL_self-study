    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> coda prenotazioni alimentata da PRENOTAZIONE: qui decadono
        *> le copie trattenute al banco (stato P) mai ritirate; quelle
        *> ancora in transito (stato T) non decadono finche' la sede di
        *> ritiro non ne conferma l'arrivo
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RITIRI-STATUS.

        *> lista delle trattenute decadute, stesso tracciato di RITIRI:
        *> da qui AVVISI-UTENTI prepara l'avviso all'utente che non ha
        *> ritirato
        SELECT LISTA-DECADUTE ASSIGN TO "DECADUTE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DECADUTE-STATUS.

        *> giacenze per sede, stesse di MOVIMENTI-BATCH: una copia
        *> decaduta senza coda torna nella giacenza della sede in cui
        *> era trattenuta
        SELECT STOCK-SEDI ASSIGN TO "SEDESTOK"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SD-CHIAVE
            FILE STATUS IS WS-STOCK-STATUS.

        *> anagrafica utenti gestita da GESTIONE-UTENTI: qui letta solo
        *> per il nome del prenotante sulla lista ritiri
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
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
    FD  PRENOTAZIONI.
            02 RIT-CODICE-UTENTE  PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-NOME-UTENTE    PIC X(30).
            02 FILLER             PIC X(1).
            02 RIT-SEDE           PIC X(3).

    FD  LISTA-DECADUTE.
      01 DECADUTA-RECORD.
            02 DEC-DATA           PIC 9(8).
            02 FILLER             PIC X(1).
            02 DEC-CODICE-LIBRO   PIC X(10).
            02 FILLER             PIC X(1).
            02 DEC-TITOLO         PIC X(40).
            02 FILLER             PIC X(1).
            02 DEC-CODICE-UTENTE  PIC X(10).
            02 FILLER             PIC X(1).
            02 DEC-NOME-UTENTE    PIC X(30).
            02 FILLER             PIC X(1).
            02 DEC-SEDE           PIC X(3).

    FD  STOCK-SEDI.
        COPY SEDESTK REPLACING ==:STOCK-REC:== BY ==STOCK-SEDE-RECORD==
                                ==:PFX:==       BY ==SD==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
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
      01 WS-CB-JOB PIC X(8) VALUE "SCADRIT".
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

      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".
      01 WS-RITIRI-STATUS PIC X(2).
            88 WS-RITIRI-OK VALUE "00".

      01 WS-DECADUTE-STATUS PIC X(2).
            88 WS-DECADUTE-OK VALUE "00".

      01 WS-STOCK-STATUS PIC X(2).
            88 WS-STOCK-OK         VALUE "00".
            88 WS-STOCK-NON-ESISTE VALUE "35".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-TROVATO VALUE "23".

      01 WS-DATA-ODIERNA PIC 9(8).

    *> sede di ritiro e di trattenuta quando il campo e' a spazi
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

    *> giorni di giacenza al banco prima della decadenza; il valore
    *> arriva da SYSIN, con un default prudente se la riga e' sporca
      01 WS-IN-GIORNI-TRATTENUTA PIC 9(3).
      01 WS-SCAD-CODICE-LIBRO  PIC X(10).
      01 WS-SCAD-CODICE-UTENTE PIC X(10).
      01 WS-SCAD-DATA-TRATTENUTA PIC 9(8).
      01 WS-SCAD-SEDE-COPIA      PIC X(3).
      01 WS-SCAD-GIACENZA-SCALATA PIC X(1).

      01 WS-TRATTENUTE-ESAMINATE PIC 9(6) VALUE 0.
      01 WS-TRATTENUTE-DECADUTE  PIC 9(6) VALUE 0.
      01 WS-COPIE-RIASSEGNATE    PIC 9(6) VALUE 0.
      01 WS-COPIE-IN-TRANSITO    PIC 9(6) VALUE 0.
      01 WS-COPIE-A-SCAFFALE     PIC 9(6) VALUE 0.

      *> formattazione leggibile delle copie per la colonna di testo del log
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 0600-CONTROLLO-CATENA
    END-IF
    IF OPERATORE-VALIDO AND BATCH-AUTORIZZATO
        PERFORM 1000-ACCETTA-GIORNI
        PERFORM 1500-APRI-FILE
        PERFORM 2000-SCANDISCI-TRATTENUTE
        PERFORM 7000-SCRIVI-TOTALI
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
                        WS-DATA-ODIERNA ": non parte due volte"
                SET BATCH-NON-AUTORIZZATO TO TRUE
        END-WRITE
    END-IF.

1000-ACCETTA-GIORNI.
    DISPLAY "Giorni di giacenza prima della decadenza: "
            WITH NO ADVANCING
    ELSE
        MOVE WS-IN-GIORNI-TRATTENUTA TO WS-GIORNI-TRATTENUTA
    END-IF
    COMPUTE WS-DATA-LIMITE =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
    IF WS-RITIRI-STATUS = "05" OR WS-RITIRI-STATUS = "35"
        OPEN OUTPUT LISTA-RITIRI
    END-IF
    OPEN EXTEND LISTA-DECADUTE
    IF WS-DECADUTE-STATUS = "05" OR WS-DECADUTE-STATUS = "35"
        OPEN OUTPUT LISTA-DECADUTE
    END-IF
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
    END-IF
    OPEN I-O STOCK-SEDI
    IF WS-STOCK-NON-ESISTE
        OPEN OUTPUT STOCK-SEDI
        CLOSE STOCK-SEDI
        OPEN I-O STOCK-SEDI
    END-IF
    OPEN OUTPUT REPORT-SCADENZE
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TRATTENUTE DECADUTE AL " WS-DATA-ODIERNA
    ELSE
        MOVE 0 TO WS-SCAD-DATA-TRATTENUTA
    END-IF
    *> le trattenute precedenti alla gestione delle sedi sono tutte
    *> al banco centrale
    IF PN-SEDE-COPIA = SPACES OR PN-SEDE-COPIA = LOW-VALUES
        MOVE WS-SEDE-CENTRALE TO WS-SCAD-SEDE-COPIA
    ELSE
        MOVE PN-SEDE-COPIA TO WS-SCAD-SEDE-COPIA
    END-IF
    MOVE PN-GIACENZA-SCALATA TO WS-SCAD-GIACENZA-SCALATA
    DELETE PRENOTAZIONI
        INVALID KEY
            DISPLAY "Impossibile cancellare la trattenuta decaduta "
                    WS-CHIAVE-CORRENTE
        NOT INVALID KEY
            PERFORM 3050-SCRIVI-RIGA-DECADUTA
    END-DELETE
    *> la copia liberata passa al prossimo utente in coda; se la coda
    *> e' vuota torna nello stock libero del catalogo, come fa
        PERFORM 5000-RIMETTI-COPIA-A-SCAFFALE
    END-IF.

3050-SCRIVI-RIGA-DECADUTA.
    MOVE SPACES TO DECADUTA-RECORD
    MOVE WS-DATA-ODIERNA       TO DEC-DATA
    MOVE WS-SCAD-CODICE-LIBRO  TO DEC-CODICE-LIBRO
    MOVE WS-SCAD-CODICE-LIBRO  TO LM-CODICE
    READ LIBRO-MASTER
        INVALID KEY
            MOVE SPACES TO DEC-TITOLO
        NOT INVALID KEY
            MOVE LM-TIT TO DEC-TITOLO
    END-READ
    MOVE WS-SCAD-CODICE-UTENTE TO DEC-CODICE-UTENTE
    MOVE WS-SCAD-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACES TO DEC-NOME-UTENTE
        NOT INVALID KEY
            MOVE UT-NOME TO DEC-NOME-UTENTE
    END-READ
    MOVE WS-SCAD-SEDE-COPIA    TO DEC-SEDE
    WRITE DECADUTA-RECORD.

3100-CERCA-PRIMA-IN-ATTESA.
    SET PRENOTAZIONE-NON-TROVATA TO TRUE
    MOVE "N" TO WS-FINE-CODA
            DISPLAY "Impossibile riassegnare la copia, prenotazione "
                    WS-ID-PRENOTAZIONE-TROVATA
        NOT INVALID KEY
            PERFORM 4050-DESTINA-COPIA
            REWRITE PRENOTAZIONE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile riassegnare la copia, "
                            "prenotazione " WS-ID-PRENOTAZIONE-TROVATA
                NOT INVALID KEY
                    ADD 1 TO WS-COPIE-RIASSEGNATE
                    IF PN-STATO = "P"
                        PERFORM 4100-SCRIVI-RIGA-RITIRO
                    ELSE
                        ADD 1 TO WS-COPIE-IN-TRANSITO
                    END-IF
                    PERFORM 6100-SCRIVI-RIGA-RIASSEGNATA
            END-REWRITE
    END-READ.

4050-DESTINA-COPIA.
    *> stessa regola di RIENTRO: la copia resta al banco (P) se e'
    *> gia' nella sede di ritiro del nuovo prenotante, altrimenti
    *> entra in transito (T) e il termine di ritiro decorrera' dalla
    *> conferma di arrivo
    IF PN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO PN-SEDE-RITIRO
    END-IF
    MOVE WS-SCAD-SEDE-COPIA TO PN-SEDE-COPIA
    *> la copia passa di mano con la sua situazione di giacenza
    MOVE WS-SCAD-GIACENZA-SCALATA TO PN-GIACENZA-SCALATA
    IF PN-SEDE-RITIRO = PN-SEDE-COPIA
        MOVE "P"             TO PN-STATO
        MOVE WS-DATA-ODIERNA TO PN-DATA-TRATTENUTA
        MOVE 0               TO PN-DATA-TRANSITO
    ELSE
        MOVE "T"             TO PN-STATO
        MOVE 0               TO PN-DATA-TRATTENUTA
        MOVE WS-DATA-ODIERNA TO PN-DATA-TRANSITO
    END-IF.

4100-SCRIVI-RIGA-RITIRO.
    *> stessa riga scritta da RIENTRO quando trattiene una copia: il
    *> banco deve vedere anche i ritiri riassegnati per decadenza
        NOT INVALID KEY
            MOVE UT-NOME TO RIT-NOME-UTENTE
    END-READ
    *> la sede in cui la copia aspetta davvero l'utente
    MOVE PN-SEDE-COPIA TO RIT-SEDE
    WRITE RITIRO-RECORD.

5000-RIMETTI-COPIA-A-SCAFFALE.
                NOT INVALID KEY
                    ADD 1 TO WS-COPIE-A-SCAFFALE
                    PERFORM 5100-REGISTRA-AUDIT-COPIE
                    IF WS-SCAD-GIACENZA-SCALATA = "S"
                        PERFORM 5200-AUMENTA-STOCK-SEDE
                    END-IF
                    PERFORM 6200-SCRIVI-RIGA-SCAFFALE
            END-REWRITE
    END-READ.

5200-AUMENTA-STOCK-SEDE.
    *> stessa logica di MOVIMENTI-BATCH: la giacenza della sede in cui
    *> la copia era trattenuta sale di uno, il record si crea se manca.
    *> Solo per le copie che il prestito in MOVIMENTI-BATCH aveva
    *> scalato: prestiti e rientri al banco non toccano la giacenza
    MOVE WS-SCAD-CODICE-LIBRO TO SD-CODICE-LIBRO
    MOVE WS-SCAD-SEDE-COPIA   TO SD-SEDE
    READ STOCK-SEDI
        INVALID KEY
            MOVE WS-SCAD-CODICE-LIBRO TO SD-CODICE-LIBRO
            MOVE WS-SCAD-SEDE-COPIA   TO SD-SEDE
            MOVE 1 TO SD-COPIE
            WRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile creare la giacenza di sede, "
                            "libro " WS-SCAD-CODICE-LIBRO
                            " sede " WS-SCAD-SEDE-COPIA
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO SD-COPIE
            REWRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare la giacenza di "
                            "sede, libro " WS-SCAD-CODICE-LIBRO
                            " sede " WS-SCAD-SEDE-COPIA
            END-REWRITE
    END-READ.

5100-REGISTRA-AUDIT-COPIE.
    MOVE WS-DATA-ODIERNA TO WS-DATA-ODIERNA-AUDIT
    ACCEPT WS-ORA-ODIERNA-AUDIT  FROM TIME
    MOVE WS-DATA-ODIERNA-AUDIT TO AU-DATA
    MOVE WS-ORA-ODIERNA-AUDIT  TO AU-ORA

6100-SCRIVI-RIGA-RIASSEGNATA.
    MOVE SPACES TO WS-RIGA-LAVORO
    IF PN-STATO = "T"
        STRING "DECADUTA LIBRO " WS-SCAD-CODICE-LIBRO
               " UTENTE " WS-SCAD-CODICE-UTENTE
               " TRATTENUTA DAL " WS-SCAD-DATA-TRATTENUTA
               " - RIASSEGNATA A UTENTE " PN-CODICE-UTENTE
               " TRANSITO " PN-SEDE-COPIA " -> " PN-SEDE-RITIRO
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    ELSE
        STRING "DECADUTA LIBRO " WS-SCAD-CODICE-LIBRO
               " UTENTE " WS-SCAD-CODICE-UTENTE
               " TRATTENUTA DAL " WS-SCAD-DATA-TRATTENUTA
               " - RIASSEGNATA A UTENTE " PN-CODICE-UTENTE
               " SEDE " PN-SEDE-RITIRO
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    PERFORM 7900-SCRIVI-RIGA-REPORT.

6200-SCRIVI-RIGA-SCAFFALE.
    STRING "DECADUTA LIBRO " WS-SCAD-CODICE-LIBRO
           " UTENTE " WS-SCAD-CODICE-UTENTE
           " TRATTENUTA DAL " WS-SCAD-DATA-TRATTENUTA
           " - RIMESSA A SCAFFALE SEDE " WS-SCAD-SEDE-COPIA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

    STRING "TRATTENUTE ESAMINATE " WS-TRATTENUTE-ESAMINATE
           " DECADUTE " WS-TRATTENUTE-DECADUTE
           " RIASSEGNATE " WS-COPIE-RIASSEGNATE
           " DI CUI IN TRANSITO " WS-COPIE-IN-TRANSITO
           " A SCAFFALE " WS-COPIE-A-SCAFFALE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    DISPLAY "Trattenute esaminate: " WS-TRATTENUTE-ESAMINATE
            " decadute: " WS-TRATTENUTE-DECADUTE
            " riassegnate: " WS-COPIE-RIASSEGNATE
            " di cui in transito: " WS-COPIE-IN-TRANSITO
            " a scaffale: " WS-COPIE-A-SCAFFALE.

7900-SCRIVI-RIGA-REPORT.
    CLOSE LIBRO-MASTER
    CLOSE LIBRO-AUDIT
    CLOSE LISTA-RITIRI
    CLOSE LISTA-DECADUTE
    CLOSE STOCK-SEDI
    CLOSE UTENTI-MASTER
    CLOSE REPORT-SCADENZE.

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
