      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AVVISI-UTENTI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> stesso file movimenti letto da SOLLECITI-SCADUTI: qui si
        *> cercano i prestiti aperti che scadono fra pochi giorni
        SELECT PRESTITI ASSIGN TO "PRESTITI"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PR-ID-PRESTITO
            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> anagrafica utenti: recapiti e rinunce agli avvisi
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> catalogo, letto solo per il titolo del prestito in scadenza
        SELECT LIBRO-MASTER ASSIGN TO "LIBROMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-CODICE
            ALTERNATE RECORD KEY IS LM-ISBN WITH DUPLICATES
            FILE STATUS IS WS-LIBRO-STATUS.

        *> lista ritiri per il banco scritta da RIENTRO, SPORTELLO,
        *> PRENOTAZIONE, MOVIMENTI-BATCH e SCADENZA-RITIRI: ogni riga
        *> del giorno e' una copia pronta al ritiro
        SELECT LISTA-RITIRI ASSIGN TO "RITIRI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RITIRI-STATUS.

        *> trattenute decadute scritte da SCADENZA-RITIRI, stesso
        *> tracciato di RITIRI
        SELECT LISTA-DECADUTE ASSIGN TO "DECADUTE"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DECADUTE-STATUS.

        *> flusso notturno per il gateway e-mail/SMS del comune
        SELECT FLUSSO-AVVISI ASSIGN TO "AVVISOUT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLUSSO-STATUS.

        *> avvisi che non possono partire per recapito mancante o gia'
        *> respinto: li riprende ESITI-AVVISI per la lista del banco
        SELECT AVVISI-NON-RECAPITATI ASSIGN TO "AVVNOREC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NONREC-STATUS.

        *> riepilogo della notte per tipo di avviso
        SELECT REPORT-AVVISI ASSIGN TO "AVVISI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

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
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  LIBRO-MASTER.
        COPY LIBRO REPLACING ==:LIBRO-REC:== BY ==LIBRO-MASTER-RECORD==
                              ==:PFX:==       BY ==LM==.

    FD  LISTA-RITIRI.
      01 RITIRO-RECORD.
            02 RIT-DATA           PIC 9(8).
            02 FILLER             PIC X(1).
            02 RIT-CODICE-LIBRO   PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-TITOLO         PIC X(40).
            02 FILLER             PIC X(1).
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

    FD  FLUSSO-AVVISI.
        COPY AVVISO REPLACING ==:AVVISO-REC:== BY ==AVVISO-RECORD==
                               ==:PFX:==        BY ==AV==.

    FD  AVVISI-NON-RECAPITATI.
        COPY AVVISO REPLACING ==:AVVISO-REC:== BY ==NON-RECAPITATO-RECORD==
                               ==:PFX:==        BY ==NR==.

    FD  REPORT-AVVISI.
      01 REPORT-RECORD PIC X(132).

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
      01 WS-CB-JOB PIC X(8) VALUE "AVVISI".
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
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-TROVATO VALUE "23".
            88 WS-UTENTI-NON-ESISTE  VALUE "35".

      01 WS-LIBRO-STATUS PIC X(2).
            88 WS-LIBRO-OK          VALUE "00".
            88 WS-LIBRO-NON-TROVATO VALUE "23".
            88 WS-LIBRO-NON-ESISTE  VALUE "35".

      01 WS-RITIRI-STATUS PIC X(2).
            88 WS-RITIRI-OK  VALUE "00".
            88 WS-RITIRI-EOF VALUE "10".

      01 WS-DECADUTE-STATUS PIC X(2).
            88 WS-DECADUTE-OK  VALUE "00".
            88 WS-DECADUTE-EOF VALUE "10".

      01 WS-FLUSSO-STATUS PIC X(2).
            88 WS-FLUSSO-OK VALUE "00".

      01 WS-NONREC-STATUS PIC X(2).
            88 WS-NONREC-OK VALUE "00".

      01 WS-REPORT-STATUS PIC X(2).
            88 WS-REPORT-OK VALUE "00".

      01 WS-DATA-ODIERNA PIC 9(8).

    *> sede dei prestiti e dei ritiri registrati senza sede
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

    *> giorni di anticipo dell'avviso di scadenza: parte una sola
    *> volta, la notte in cui mancano esattamente questi giorni
      01 WS-IN-GIORNI-PREAVVISO PIC 9(3).
      01 WS-GIORNI-PREAVVISO    PIC 9(3).
      01 WS-PREAVVISO-DEFAULT   PIC 9(3) VALUE 3.
      01 WS-DATA-PREAVVISO      PIC 9(8).

    *> giorni di giacenza al banco: stesso valore passato a
    *> SCADENZA-RITIRI, serve a dare all'utente l'ultimo giorno utile
    *> per il ritiro
      01 WS-IN-GIORNI-TRATTENUTA PIC 9(3).
      01 WS-GIORNI-TRATTENUTA    PIC 9(3).
      01 WS-TRATTENUTA-DEFAULT   PIC 9(3) VALUE 7.

      01 WS-DATA-SCADENZA-NUM PIC 9(8).

    *> progressivo degli avvisi della notte, spediti o no
      01 WS-PROGRESSIVO PIC 9(6) VALUE 0.

    *> avviso in preparazione, comune ai tre tipi
      01 WS-AVVISO-CORRENTE.
            02 WS-AVV-TIPO             PIC X(1).
                  88 AVVISO-SCADENZA  VALUE "S".
                  88 AVVISO-RITIRO    VALUE "R".
                  88 AVVISO-DECADENZA VALUE "D".
            02 WS-AVV-CODICE-UTENTE    PIC X(10).
            02 WS-AVV-CODICE-LIBRO     PIC X(10).
            02 WS-AVV-TITOLO           PIC X(40).
            02 WS-AVV-DATA-RIFERIMENTO PIC 9(8).
            02 WS-AVV-SEDE             PIC X(3).

      01 WS-RINUNCIA PIC X(1).
            88 UTENTE-HA-RINUNCIATO VALUE "S".

      01 WS-MOTIVO-NON-INVIO PIC X(1).
            88 RECAPITO-UTILIZZABILE VALUE SPACE.

    *> riepilogo per tipo: avvisi nel flusso, rinunce, non recapitabili
      01 WS-INVIATI-SCADENZA     PIC 9(6) VALUE 0.
      01 WS-INVIATI-RITIRO       PIC 9(6) VALUE 0.
      01 WS-INVIATI-DECADENZA    PIC 9(6) VALUE 0.
      01 WS-RINUNCE-SCADENZA     PIC 9(6) VALUE 0.
      01 WS-RINUNCE-RITIRO       PIC 9(6) VALUE 0.
      01 WS-RINUNCE-DECADENZA    PIC 9(6) VALUE 0.
      01 WS-NONREC-SCADENZA      PIC 9(6) VALUE 0.
      01 WS-NONREC-RITIRO        PIC 9(6) VALUE 0.
      01 WS-NONREC-DECADENZA     PIC 9(6) VALUE 0.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0600-CONTROLLO-CATENA
    IF BATCH-AUTORIZZATO
        PERFORM 1000-ACCETTA-GIORNI
        PERFORM 1500-APRI-FILE
        PERFORM 2000-AVVISI-SCADENZA
        PERFORM 3000-AVVISI-RITIRO
        PERFORM 4000-AVVISI-DECADENZA
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

1000-ACCETTA-GIORNI.
    DISPLAY "Giorni di preavviso della scadenza: " WITH NO ADVANCING
    ACCEPT WS-IN-GIORNI-PREAVVISO
    IF WS-IN-GIORNI-PREAVVISO NOT NUMERIC
       OR WS-IN-GIORNI-PREAVVISO = 0
        MOVE WS-PREAVVISO-DEFAULT TO WS-GIORNI-PREAVVISO
        DISPLAY "Giorni non validi, applicato il default: "
                WS-PREAVVISO-DEFAULT
    ELSE
        MOVE WS-IN-GIORNI-PREAVVISO TO WS-GIORNI-PREAVVISO
    END-IF
    DISPLAY "Giorni di giacenza prima della decadenza: "
            WITH NO ADVANCING
    ACCEPT WS-IN-GIORNI-TRATTENUTA
    IF WS-IN-GIORNI-TRATTENUTA NOT NUMERIC
       OR WS-IN-GIORNI-TRATTENUTA = 0
        MOVE WS-TRATTENUTA-DEFAULT TO WS-GIORNI-TRATTENUTA
        DISPLAY "Giorni non validi, applicato il default: "
                WS-TRATTENUTA-DEFAULT
    ELSE
        MOVE WS-IN-GIORNI-TRATTENUTA TO WS-GIORNI-TRATTENUTA
    END-IF
    COMPUTE WS-DATA-PREAVVISO =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
            + WS-GIORNI-PREAVVISO).

1500-APRI-FILE.
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE PRESTITI
        OPEN INPUT PRESTITI
    END-IF
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
    END-IF
    OPEN INPUT LIBRO-MASTER
    IF WS-LIBRO-NON-ESISTE
        OPEN OUTPUT LIBRO-MASTER
        CLOSE LIBRO-MASTER
        OPEN INPUT LIBRO-MASTER
    END-IF
    OPEN INPUT LISTA-RITIRI
    OPEN INPUT LISTA-DECADUTE
    OPEN OUTPUT FLUSSO-AVVISI
    OPEN OUTPUT AVVISI-NON-RECAPITATI
    OPEN OUTPUT REPORT-AVVISI
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "AVVISI E-MAIL/SMS DEL " WS-DATA-ODIERNA
           " (SCADENZA FRA " WS-GIORNI-PREAVVISO
           " GIORNI, GIACENZA " WS-GIORNI-TRATTENUTA " GIORNI)"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

2000-AVVISI-SCADENZA.
    *> prestiti aperti (stessa selezione di SOLLECITI-SCADUTI) che
    *> scadono esattamente fra WS-GIORNI-PREAVVISO giorni
    READ PRESTITI
        AT END SET WS-PRESTITI-EOF TO TRUE
    END-READ
    PERFORM UNTIL WS-PRESTITI-EOF
        IF PR-DATA-RIENTRO = SPACES AND PR-DATA-SCADENZA NUMERIC
            MOVE PR-DATA-SCADENZA TO WS-DATA-SCADENZA-NUM
            IF WS-DATA-SCADENZA-NUM = WS-DATA-PREAVVISO
                PERFORM 2100-PREPARA-AVVISO-SCADENZA
                PERFORM 5000-EMETTI-AVVISO
            END-IF
        END-IF
        READ PRESTITI
            AT END SET WS-PRESTITI-EOF TO TRUE
        END-READ
    END-PERFORM.

2100-PREPARA-AVVISO-SCADENZA.
    SET AVVISO-SCADENZA TO TRUE
    MOVE PR-CODICE-UTENTE     TO WS-AVV-CODICE-UTENTE
    MOVE PR-CODICE-LIBRO      TO WS-AVV-CODICE-LIBRO
    MOVE WS-DATA-SCADENZA-NUM TO WS-AVV-DATA-RIFERIMENTO
    IF PR-SEDE = SPACES
        MOVE WS-SEDE-CENTRALE TO WS-AVV-SEDE
    ELSE
        MOVE PR-SEDE TO WS-AVV-SEDE
    END-IF
    MOVE PR-CODICE-LIBRO TO LM-CODICE
    READ LIBRO-MASTER
        INVALID KEY
            MOVE SPACES TO WS-AVV-TITOLO
        NOT INVALID KEY
            MOVE LM-TIT TO WS-AVV-TITOLO
    END-READ.

3000-AVVISI-RITIRO.
    *> ogni riga RITIRI del giorno e' una copia appena messa al banco
    *> per il prenotante: l'ultimo giorno utile e' quello oltre il
    *> quale SCADENZA-RITIRI la fa decadere
    IF WS-RITIRI-OK
        READ LISTA-RITIRI
            AT END SET WS-RITIRI-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-RITIRI-EOF
            IF RIT-DATA NUMERIC
                IF RIT-DATA = WS-DATA-ODIERNA
                    SET AVVISO-RITIRO TO TRUE
                    MOVE RIT-CODICE-UTENTE TO WS-AVV-CODICE-UTENTE
                    MOVE RIT-CODICE-LIBRO  TO WS-AVV-CODICE-LIBRO
                    MOVE RIT-TITOLO        TO WS-AVV-TITOLO
                    COMPUTE WS-AVV-DATA-RIFERIMENTO =
                        FUNCTION DATE-OF-INTEGER (
                            FUNCTION INTEGER-OF-DATE (RIT-DATA)
                            + WS-GIORNI-TRATTENUTA)
                    IF RIT-SEDE = SPACES
                        MOVE WS-SEDE-CENTRALE TO WS-AVV-SEDE
                    ELSE
                        MOVE RIT-SEDE TO WS-AVV-SEDE
                    END-IF
                    PERFORM 5000-EMETTI-AVVISO
                END-IF
            END-IF
            READ LISTA-RITIRI
                AT END SET WS-RITIRI-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF.

4000-AVVISI-DECADENZA.
    IF WS-DECADUTE-OK
        READ LISTA-DECADUTE
            AT END SET WS-DECADUTE-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-DECADUTE-EOF
            IF DEC-DATA NUMERIC
                IF DEC-DATA = WS-DATA-ODIERNA
                    SET AVVISO-DECADENZA TO TRUE
                    MOVE DEC-CODICE-UTENTE TO WS-AVV-CODICE-UTENTE
                    MOVE DEC-CODICE-LIBRO  TO WS-AVV-CODICE-LIBRO
                    MOVE DEC-TITOLO        TO WS-AVV-TITOLO
                    MOVE DEC-DATA          TO WS-AVV-DATA-RIFERIMENTO
                    MOVE DEC-SEDE          TO WS-AVV-SEDE
                    PERFORM 5000-EMETTI-AVVISO
                END-IF
            END-IF
            READ LISTA-DECADUTE
                AT END SET WS-DECADUTE-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF.

5000-EMETTI-AVVISO.
    *> l'avviso rinunciato non si registra da nessuna parte; quello
    *> senza recapito utilizzabile va sulla lista del banco invece
    *> che nel flusso del gateway
    MOVE "N" TO WS-RINUNCIA
    MOVE SPACE TO WS-MOTIVO-NON-INVIO
    MOVE WS-AVV-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACES TO UTENTE-MASTER-RECORD
            MOVE "U" TO WS-MOTIVO-NON-INVIO
    END-READ
    IF WS-UTENTI-OK
        PERFORM 5100-VERIFICA-RINUNCIA
        PERFORM 5200-VERIFICA-RECAPITO
    END-IF
    IF UTENTE-HA-RINUNCIATO
        PERFORM 5300-CONTA-RINUNCIA
    ELSE
        ADD 1 TO WS-PROGRESSIVO
        IF RECAPITO-UTILIZZABILE
            PERFORM 5400-SCRIVI-FLUSSO
        ELSE
            PERFORM 5500-SCRIVI-NON-RECAPITATO
        END-IF
    END-IF.

5100-VERIFICA-RINUNCIA.
    IF AVVISO-SCADENZA AND UT-NO-AVVISO-SCADENZA = "S"
        SET UTENTE-HA-RINUNCIATO TO TRUE
    END-IF
    IF AVVISO-RITIRO AND UT-NO-AVVISO-RITIRO = "S"
        SET UTENTE-HA-RINUNCIATO TO TRUE
    END-IF
    IF AVVISO-DECADENZA AND UT-NO-AVVISO-DECADENZA = "S"
        SET UTENTE-HA-RINUNCIATO TO TRUE
    END-IF.

5200-VERIFICA-RECAPITO.
    *> un recapito respinto dal gateway non si riprova finche' il
    *> banco non lo corregge; senza email, o con l'email respinta,
    *> si ripiega sull'SMS
    IF UT-RECAPITO-RESPINTO = "S"
        MOVE "R" TO WS-MOTIVO-NON-INVIO
    ELSE
        IF UT-RECAPITO-RESPINTO = "E"
            IF UT-TELEFONO = SPACES
                MOVE "R" TO WS-MOTIVO-NON-INVIO
            END-IF
        ELSE
            IF UT-EMAIL = SPACES AND UT-TELEFONO = SPACES
                MOVE "M" TO WS-MOTIVO-NON-INVIO
            END-IF
        END-IF
    END-IF.

5300-CONTA-RINUNCIA.
    IF AVVISO-SCADENZA
        ADD 1 TO WS-RINUNCE-SCADENZA
    END-IF
    IF AVVISO-RITIRO
        ADD 1 TO WS-RINUNCE-RITIRO
    END-IF
    IF AVVISO-DECADENZA
        ADD 1 TO WS-RINUNCE-DECADENZA
    END-IF.

5400-SCRIVI-FLUSSO.
    MOVE SPACES TO AVVISO-RECORD
    MOVE WS-DATA-ODIERNA         TO AV-DATA-EMISSIONE
    MOVE WS-PROGRESSIVO          TO AV-PROGRESSIVO
    MOVE WS-AVV-TIPO             TO AV-TIPO
    IF UT-EMAIL NOT = SPACES AND UT-RECAPITO-RESPINTO NOT = "E"
        MOVE "E"      TO AV-CANALE
        MOVE UT-EMAIL TO AV-RECAPITO
    ELSE
        MOVE "S"         TO AV-CANALE
        MOVE UT-TELEFONO TO AV-RECAPITO
    END-IF
    MOVE WS-AVV-CODICE-UTENTE    TO AV-CODICE-UTENTE
    MOVE UT-NOME                 TO AV-NOME-UTENTE
    MOVE WS-AVV-CODICE-LIBRO     TO AV-CODICE-LIBRO
    MOVE WS-AVV-TITOLO           TO AV-TITOLO
    MOVE WS-AVV-DATA-RIFERIMENTO TO AV-DATA-RIFERIMENTO
    MOVE WS-AVV-SEDE             TO AV-SEDE
    WRITE AVVISO-RECORD
    IF AVVISO-SCADENZA
        ADD 1 TO WS-INVIATI-SCADENZA
    END-IF
    IF AVVISO-RITIRO
        ADD 1 TO WS-INVIATI-RITIRO
    END-IF
    IF AVVISO-DECADENZA
        ADD 1 TO WS-INVIATI-DECADENZA
    END-IF.

5500-SCRIVI-NON-RECAPITATO.
    MOVE SPACES TO NON-RECAPITATO-RECORD
    MOVE WS-DATA-ODIERNA         TO NR-DATA-EMISSIONE
    MOVE WS-PROGRESSIVO          TO NR-PROGRESSIVO
    MOVE WS-AVV-TIPO             TO NR-TIPO
    MOVE WS-AVV-CODICE-UTENTE    TO NR-CODICE-UTENTE
    MOVE UT-NOME                 TO NR-NOME-UTENTE
    MOVE WS-AVV-CODICE-LIBRO     TO NR-CODICE-LIBRO
    MOVE WS-AVV-TITOLO           TO NR-TITOLO
    MOVE WS-AVV-DATA-RIFERIMENTO TO NR-DATA-RIFERIMENTO
    MOVE WS-AVV-SEDE             TO NR-SEDE
    MOVE WS-MOTIVO-NON-INVIO     TO NR-MOTIVO-NON-INVIO
    WRITE NON-RECAPITATO-RECORD
    IF AVVISO-SCADENZA
        ADD 1 TO WS-NONREC-SCADENZA
    END-IF
    IF AVVISO-RITIRO
        ADD 1 TO WS-NONREC-RITIRO
    END-IF
    IF AVVISO-DECADENZA
        ADD 1 TO WS-NONREC-DECADENZA
    END-IF.

7000-SCRIVI-RIEPILOGO.
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "SCADENZA PRESTITO   - NEL FLUSSO " WS-INVIATI-SCADENZA
           " RINUNCE " WS-RINUNCE-SCADENZA
           " NON RECAPITABILI " WS-NONREC-SCADENZA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "COPIA PRONTA        - NEL FLUSSO " WS-INVIATI-RITIRO
           " RINUNCE " WS-RINUNCE-RITIRO
           " NON RECAPITABILI " WS-NONREC-RITIRO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TRATTENUTA DECADUTA - NEL FLUSSO " WS-INVIATI-DECADENZA
           " RINUNCE " WS-RINUNCE-DECADENZA
           " NON RECAPITABILI " WS-NONREC-DECADENZA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    DISPLAY "Avvisi nel flusso: scadenza " WS-INVIATI-SCADENZA
            " ritiro " WS-INVIATI-RITIRO
            " decadenza " WS-INVIATI-DECADENZA
    DISPLAY "Avvisi non recapitabili: scadenza " WS-NONREC-SCADENZA
            " ritiro " WS-NONREC-RITIRO
            " decadenza " WS-NONREC-DECADENZA.

7900-SCRIVI-RIGA-REPORT.
    MOVE WS-RIGA-LAVORO TO REPORT-RECORD
    WRITE REPORT-RECORD.

9000-CHIUDI-FILE.
    CLOSE PRESTITI
    CLOSE UTENTI-MASTER
    CLOSE LIBRO-MASTER
    CLOSE LISTA-RITIRI
    CLOSE LISTA-DECADUTE
    CLOSE FLUSSO-AVVISI
    CLOSE AVVISI-NON-RECAPITATI
    CLOSE REPORT-AVVISI.

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
