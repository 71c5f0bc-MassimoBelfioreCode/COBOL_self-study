      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RITENZIONE-DATI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> archivio storico accodato da ARCHIVIA-PRESTITI: si rilegge
        *> per intero e si riscrive su NUOVOARC con il codice utente
        *> sostituito sui prestiti oltre il periodo di ritenzione; il
        *> JOB ricopia NUOVOARC su PRESTARC solo se lo step chiude bene
        SELECT ARCHIVIO-PRESTITI ASSIGN TO "PRESTARC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVIO-STATUS.

        SELECT NUOVO-ARCHIVIO ASSIGN TO "NUOVOARC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NUOVO-STATUS.

        *> anagrafica utenti gestita da GESTIONE-UTENTI: qui si
        *> cancellano le tessere scadute e inattive oltre il limite
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> movimenti di prestito: la chiave inizia con il codice utente
        SELECT PRESTITI ASSIGN TO "PRESTITI"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PR-ID-PRESTITO
            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> coda prenotazioni: la chiave inizia con il codice libro, i
        *> prenotanti si scaricano su file di lavoro e si riordinano
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        SELECT LAVORO-PRENOTANTI ASSIGN TO "RITLAV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-PRENOTANTI ASSIGN TO "RITORD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-PRENOTANTI ASSIGN TO "SORTWK".

        *> pratiche di PRESTITO-INTERBIB: un volume avuto da un'altra
        *> biblioteca per l'utente esiste solo qui e non su PRESTITI.
        *> I richiedenti delle pratiche aperte si scaricano su file di
        *> lavoro e si riordinano come i prenotanti
        SELECT INTERBIB ASSIGN TO "INTERBIB"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IB-NUMERO
            ALTERNATE RECORD KEY IS IB-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-INTERBIB-STATUS.

        SELECT LAVORO-INTERBIB ASSIGN TO "RITLIB"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-IB-STATUS.

        SELECT ORDINATO-INTERBIB ASSIGN TO "RITOIB"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-IB-STATUS.

        SELECT SORT-INTERBIB ASSIGN TO "SORTWK".

        *> conti multe per utente: con saldo aperto la tessera resta;
        *> il conto a zero di una tessera cancellata va via con lei
        SELECT MULTE ASSIGN TO "MULTEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> registro di quanto rimosso: una riga per tessera cancellata
        *> o trattenuta con il motivo, piu' i totali
        SELECT REPORT-RITENZIONE ASSIGN TO "RITENZ"
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
    FD  ARCHIVIO-PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==ARCHIVIO-RECORD==
                                 ==:PFX:==          BY ==AR==.

    FD  NUOVO-ARCHIVIO.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==NUOVO-RECORD==
                                 ==:PFX:==          BY ==NA==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    *> un codice utente per prenotazione in coda
    FD  LAVORO-PRENOTANTI.
      01 LAVORO-RECORD.
            02 LAV-CODICE-UTENTE PIC X(10).

    FD  ORDINATO-PRENOTANTI.
      01 ORDINATO-RECORD.
            02 ORD-CODICE-UTENTE PIC X(10).

    SD  SORT-PRENOTANTI.
      01 SORT-RECORD.
            02 SRT-CODICE-UTENTE PIC X(10).

    FD  INTERBIB.
        COPY INTERBIB REPLACING ==:INTERBIB-REC:== BY ==INTERBIB-RECORD==
                                 ==:PFX:==          BY ==IB==.

    *> un codice utente per pratica interbibliotecaria aperta
    FD  LAVORO-INTERBIB.
      01 LAVORO-IB-RECORD.
            02 LIB-CODICE-UTENTE PIC X(10).

    FD  ORDINATO-INTERBIB.
      01 ORDINATO-IB-RECORD.
            02 OIB-CODICE-UTENTE PIC X(10).

    SD  SORT-INTERBIB.
      01 SORT-IB-RECORD.
            02 SIB-CODICE-UTENTE PIC X(10).

    FD  MULTE.
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  REPORT-RITENZIONE.
      01 REPORT-RECORD PIC X(132).

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> livello minimo per questa transazione (1=banco, 2=supervisore):
    *> il job cancella dati personali, serve un supervisore
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-ARCHIVIO-STATUS PIC X(2).
            88 WS-ARCHIVIO-OK         VALUE "00".
            88 WS-ARCHIVIO-EOF        VALUE "10".
            88 WS-ARCHIVIO-NON-ESISTE VALUE "35".

      01 WS-NUOVO-STATUS PIC X(2).
            88 WS-NUOVO-OK VALUE "00".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK         VALUE "00".
            88 WS-UTENTI-EOF        VALUE "10".
            88 WS-UTENTI-NON-ESISTE VALUE "35".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-LAVORO-STATUS PIC X(2).
            88 WS-LAVORO-OK VALUE "00".

      01 WS-ORDINATO-STATUS PIC X(2).
            88 WS-ORDINATO-OK VALUE "00".

      01 WS-INTERBIB-STATUS PIC X(2).
            88 WS-INTERBIB-OK         VALUE "00".
            88 WS-INTERBIB-NON-ESISTE VALUE "35".

      01 WS-LAVORO-IB-STATUS PIC X(2).
            88 WS-LAVORO-IB-OK VALUE "00".

      01 WS-ORDINATO-IB-STATUS PIC X(2).
            88 WS-ORDINATO-IB-OK VALUE "00".

      01 WS-MULTE-STATUS PIC X(2).
            88 WS-MULTE-OK          VALUE "00".
            88 WS-MULTE-NON-TROVATO VALUE "23".
            88 WS-MULTE-NON-ESISTE  VALUE "35".

      01 WS-REPORT-STATUS PIC X(2).
            88 WS-REPORT-OK VALUE "00".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-DATA-ODIERNA PIC 9(8).

    *> giorni dal rientro oltre i quali il prestito in archivio perde
    *> il codice utente, e giorni dalla scadenza della tessera oltre i
    *> quali un utente inattivo viene cancellato; i valori arrivano da
    *> SYSIN, con un default se la riga e' sporca
      01 WS-IN-GIORNI PIC 9(4).
      01 WS-GIORNI-ANONIMATO PIC 9(4).
      01 WS-GIORNI-ANONIMATO-DEFAULT PIC 9(4) VALUE 1825.
      01 WS-GIORNI-INATTIVITA PIC 9(4).
      01 WS-GIORNI-INATTIVITA-DEFAULT PIC 9(4) VALUE 1095.
      01 WS-DATA-LIMITE-ANONIMATO PIC 9(8).
      01 WS-DATA-LIMITE-INATTIVITA PIC 9(8).
      01 WS-DATA-RIENTRO-NUM PIC 9(8).
      01 WS-DATA-PRESTITO-NUM PIC 9(8).

    *> segnaposto che prende il posto del codice utente: non
    *> corrisponde a nessuna tessera e non permette di risalire alla
    *> persona; libro e date restano per le statistiche
      01 WS-CODICE-ANONIMO PIC X(10) VALUE "*ANONIMO*".

    *> una scrittura fallita sul nuovo archivio ferma il job: il JOB
    *> non ricopia il nuovo archivio su PRESTARC
      01 WS-ESITO-ARCHIVIO PIC X(1) VALUE "S".
            88 ARCHIVIO-RISCRITTO   VALUE "S".
            88 ARCHIVIO-INTERROTTO  VALUE "N".

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-FINE-PRESTITI PIC X(1) VALUE "N".
            88 FINE-PRESTITI VALUE "S".

      01 WS-FINE-ORDINATO PIC X(1) VALUE "N".
            88 FINE-ORDINATO VALUE "S".

      01 WS-FINE-ORDINATO-IB PIC X(1) VALUE "N".
            88 FINE-ORDINATO-IB VALUE "S".

    *> esito della verifica dell'utente candidato: a spazi si cancella
      01 WS-MOTIVO-BLOCCO PIC X(40).
      01 WS-ESITO-CONTO   PIC X(16).

      01 WS-ARCHIVIO-LETTI      PIC 9(8) VALUE 0.
      01 WS-ARCHIVIO-ANONIMI    PIC 9(8) VALUE 0.
      01 WS-ARCHIVIO-GIA-ANONIMI PIC 9(8) VALUE 0.
      01 WS-UTENTI-ESAMINATI    PIC 9(6) VALUE 0.
      01 WS-UTENTI-CANDIDATI    PIC 9(6) VALUE 0.
      01 WS-UTENTI-CANCELLATI   PIC 9(6) VALUE 0.
      01 WS-UTENTI-TRATTENUTI   PIC 9(6) VALUE 0.
      01 WS-CONTI-CANCELLATI    PIC 9(6) VALUE 0.

    *> formattazione leggibile degli importi sul registro
      01 WS-SALDO-EDIT PIC ZZZZ9.99.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-ACCETTA-PARAMETRI
        PERFORM 1500-APRI-FILE
        PERFORM 2000-ANONIMIZZA-ARCHIVIO
        IF ARCHIVIO-RISCRITTO
            PERFORM 3000-ESTRAI-PRENOTANTI
            PERFORM 3500-ESTRAI-INTERBIB
            PERFORM 4000-SCANDISCI-UTENTI
        END-IF
        PERFORM 7000-SCRIVI-TOTALI
        PERFORM 9000-CHIUDI-FILE
    ELSE
        SET ARCHIVIO-INTERROTTO TO TRUE
    END-IF
    *> senza firma o con il nuovo archivio incompleto il JOB non deve
    *> ricopiarlo su PRESTARC
    IF ARCHIVIO-INTERROTTO
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
        DISPLAY "Operatore: " OP-NOME
    END-IF
    CLOSE OPERATORI.

1000-ACCETTA-PARAMETRI.
    DISPLAY "Giorni dal rientro prima dell'anonimato in archivio: "
            WITH NO ADVANCING
    ACCEPT WS-IN-GIORNI
    IF WS-IN-GIORNI NOT NUMERIC OR WS-IN-GIORNI = 0
        MOVE WS-GIORNI-ANONIMATO-DEFAULT TO WS-GIORNI-ANONIMATO
        DISPLAY "Giorni non validi, applicato il default: "
                WS-GIORNI-ANONIMATO-DEFAULT
    ELSE
        MOVE WS-IN-GIORNI TO WS-GIORNI-ANONIMATO
    END-IF
    DISPLAY "Giorni dalla scadenza tessera prima della cancellazione: "
            WITH NO ADVANCING
    ACCEPT WS-IN-GIORNI
    IF WS-IN-GIORNI NOT NUMERIC OR WS-IN-GIORNI = 0
        MOVE WS-GIORNI-INATTIVITA-DEFAULT TO WS-GIORNI-INATTIVITA
        DISPLAY "Giorni non validi, applicato il default: "
                WS-GIORNI-INATTIVITA-DEFAULT
    ELSE
        MOVE WS-IN-GIORNI TO WS-GIORNI-INATTIVITA
    END-IF
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    COMPUTE WS-DATA-LIMITE-ANONIMATO =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
            - WS-GIORNI-ANONIMATO)
    COMPUTE WS-DATA-LIMITE-INATTIVITA =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
            - WS-GIORNI-INATTIVITA).

1500-APRI-FILE.
    OPEN INPUT ARCHIVIO-PRESTITI
    IF WS-ARCHIVIO-NON-ESISTE
        DISPLAY "Archivio storico non ancora creato: nessun prestito "
                "da anonimizzare"
    END-IF
    *> un archivio presente ma illeggibile non va ricopiato vuoto:
    *> il JOB sostituirebbe PRESTARC perdendo lo storico dei prestiti
    IF NOT WS-ARCHIVIO-OK AND NOT WS-ARCHIVIO-NON-ESISTE
        DISPLAY "Apertura archivio storico fallita (stato "
                WS-ARCHIVIO-STATUS "): job interrotto, PRESTARC non "
                "va sostituito"
        SET ARCHIVIO-INTERROTTO TO TRUE
    END-IF
    OPEN OUTPUT NUOVO-ARCHIVIO
    OPEN I-O UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN I-O UTENTI-MASTER
    END-IF
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE PRESTITI
        OPEN INPUT PRESTITI
    END-IF
    OPEN INPUT PRENOTAZIONI
    IF WS-PRENOTAZIONI-NON-ESISTE
        OPEN OUTPUT PRENOTAZIONI
        CLOSE PRENOTAZIONI
        OPEN INPUT PRENOTAZIONI
    END-IF
    OPEN INPUT INTERBIB
    IF WS-INTERBIB-NON-ESISTE
        OPEN OUTPUT INTERBIB
        CLOSE INTERBIB
        OPEN INPUT INTERBIB
    END-IF
    OPEN I-O MULTE
    IF WS-MULTE-NON-ESISTE
        OPEN OUTPUT MULTE
        CLOSE MULTE
        OPEN I-O MULTE
    END-IF
    OPEN OUTPUT REPORT-RITENZIONE
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "RITENZIONE DATI PERSONALI AL " WS-DATA-ODIERNA
           " OPERATORE " WS-OPERATORE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "ANONIMATO PRESTITI IN ARCHIVIO RIENTRATI PRIMA DEL "
           WS-DATA-LIMITE-ANONIMATO
           " - CANCELLAZIONE TESSERE SCADUTE PRIMA DEL "
           WS-DATA-LIMITE-INATTIVITA
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

2000-ANONIMIZZA-ARCHIVIO.
    *> l'archivio e' sequenziale: si ricopia riga per riga sul nuovo
    *> archivio, togliendo il codice utente dove la ritenzione e'
    *> scaduta. Anche la chiave del movimento inizia con il codice
    *> utente e va ripulita allo stesso modo
    IF WS-ARCHIVIO-OK
        READ ARCHIVIO-PRESTITI
            AT END SET WS-ARCHIVIO-EOF TO TRUE
        END-READ
        PERFORM 2050-CONTROLLA-LETTURA
        PERFORM UNTIL WS-ARCHIVIO-EOF OR ARCHIVIO-INTERROTTO
            ADD 1 TO WS-ARCHIVIO-LETTI
            PERFORM 2100-VALUTA-ARCHIVIATO
            MOVE ARCHIVIO-RECORD TO NUOVO-RECORD
            WRITE NUOVO-RECORD
            IF NOT WS-NUOVO-OK
                DISPLAY "Scrittura nuovo archivio fallita (stato "
                        WS-NUOVO-STATUS "), riga " WS-ARCHIVIO-LETTI
                        ": job interrotto, PRESTARC non va sostituito"
                SET ARCHIVIO-INTERROTTO TO TRUE
            END-IF
            READ ARCHIVIO-PRESTITI
                AT END SET WS-ARCHIVIO-EOF TO TRUE
            END-READ
            PERFORM 2050-CONTROLLA-LETTURA
        END-PERFORM
    END-IF.

2050-CONTROLLA-LETTURA.
    *> una lettura in errore ferma la copia: il record in area e'
    *> quello vecchio e il nuovo archivio resterebbe incompleto
    IF NOT WS-ARCHIVIO-OK AND NOT WS-ARCHIVIO-EOF
        DISPLAY "Lettura archivio storico fallita (stato "
                WS-ARCHIVIO-STATUS "), dopo la riga " WS-ARCHIVIO-LETTI
                ": job interrotto, PRESTARC non va sostituito"
        SET ARCHIVIO-INTERROTTO TO TRUE
    END-IF.

2100-VALUTA-ARCHIVIATO.
    IF AR-CODICE-UTENTE = WS-CODICE-ANONIMO
        ADD 1 TO WS-ARCHIVIO-GIA-ANONIMI
    ELSE
        IF AR-DATA-RIENTRO NOT = SPACES
            MOVE AR-DATA-RIENTRO TO WS-DATA-RIENTRO-NUM
            IF WS-DATA-RIENTRO-NUM < WS-DATA-LIMITE-ANONIMATO
                MOVE WS-CODICE-ANONIMO TO AR-CODICE-UTENTE
                MOVE WS-CODICE-ANONIMO TO AR-ID-PRESTITO (1:10)
                ADD 1 TO WS-ARCHIVIO-ANONIMI
            END-IF
        END-IF
    END-IF.

3000-ESTRAI-PRENOTANTI.
    *> la coda prenotazioni e' in ordine di libro: i prenotanti si
    *> scaricano e si riordinano per utente, per il confronto con
    *> l'anagrafica letta in ordine di codice
    OPEN OUTPUT LAVORO-PRENOTANTI
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LOW-VALUES TO PN-ID-PRENOTAZIONE
    START PRENOTAZIONI KEY NOT < PN-ID-PRENOTAZIONE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ PRENOTAZIONI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            MOVE PN-CODICE-UTENTE TO LAV-CODICE-UTENTE
            WRITE LAVORO-RECORD
        END-IF
    END-PERFORM
    CLOSE LAVORO-PRENOTANTI
    SORT SORT-PRENOTANTI
        ON ASCENDING KEY SRT-CODICE-UTENTE
        USING LAVORO-PRENOTANTI
        GIVING ORDINATO-PRENOTANTI.

3500-ESTRAI-INTERBIB.
    *> la chiave e' il numero di pratica: i richiedenti delle
    *> pratiche non chiuse ne' annullate si scaricano e si riordinano
    *> per utente come i prenotanti. Le pratiche in uscita non hanno
    *> utente
    OPEN OUTPUT LAVORO-INTERBIB
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE 0 TO IB-NUMERO
    START INTERBIB KEY NOT < IB-NUMERO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ INTERBIB NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF IB-CODICE-UTENTE NOT = SPACES
               AND IB-STATO NOT = "C" AND IB-STATO NOT = "N"
                MOVE IB-CODICE-UTENTE TO LIB-CODICE-UTENTE
                WRITE LAVORO-IB-RECORD
            END-IF
        END-IF
    END-PERFORM
    CLOSE LAVORO-INTERBIB
    SORT SORT-INTERBIB
        ON ASCENDING KEY SIB-CODICE-UTENTE
        USING LAVORO-INTERBIB
        GIVING ORDINATO-INTERBIB.

4000-SCANDISCI-UTENTI.
    MOVE "N" TO WS-FINE-ORDINATO
    MOVE LOW-VALUES TO ORD-CODICE-UTENTE
    OPEN INPUT ORDINATO-PRENOTANTI
    MOVE "N" TO WS-FINE-ORDINATO-IB
    MOVE LOW-VALUES TO OIB-CODICE-UTENTE
    OPEN INPUT ORDINATO-INTERBIB
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LOW-VALUES TO UT-CODICE
    START UTENTI-MASTER KEY NOT < UT-CODICE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ UTENTI-MASTER NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            ADD 1 TO WS-UTENTI-ESAMINATI
            PERFORM 4100-VALUTA-UTENTE
        END-IF
    END-PERFORM
    CLOSE ORDINATO-PRENOTANTI
    CLOSE ORDINATO-INTERBIB.

4100-VALUTA-UTENTE.
    *> candidato: tessera scaduta da oltre il limite e nessun cambio
    *> di stato dopo il limite. Le date a spazi delle tessere
    *> registrate prima della loro introduzione valgono "molto vecchie"
    IF UT-DATA-SCADENZA NUMERIC
       AND UT-DATA-SCADENZA < WS-DATA-LIMITE-INATTIVITA
        IF UT-DATA-STATO NOT NUMERIC
           OR UT-DATA-STATO < WS-DATA-LIMITE-INATTIVITA
            ADD 1 TO WS-UTENTI-CANDIDATI
            MOVE SPACES TO WS-MOTIVO-BLOCCO
            PERFORM 4200-VERIFICA-PRESTITI
            IF WS-MOTIVO-BLOCCO = SPACES
                PERFORM 4300-VERIFICA-PRENOTAZIONI
            END-IF
            IF WS-MOTIVO-BLOCCO = SPACES
                PERFORM 4350-VERIFICA-INTERBIB
            END-IF
            IF WS-MOTIVO-BLOCCO = SPACES
                PERFORM 4400-VERIFICA-MULTE
            END-IF
            IF WS-MOTIVO-BLOCCO = SPACES
                PERFORM 4500-CANCELLA-UTENTE
            ELSE
                PERFORM 4600-SEGNALA-TRATTENUTO
            END-IF
        END-IF
    END-IF.

4200-VERIFICA-PRESTITI.
    *> un prestito aperto blocca la cancellazione; cosi' anche un
    *> movimento recente, segno che l'utente non e' inattivo
    MOVE "N" TO WS-FINE-PRESTITI
    MOVE LOW-VALUES TO PR-ID-PRESTITO
    MOVE UT-CODICE TO PR-ID-PRESTITO (1:10)
    START PRESTITI KEY NOT < PR-ID-PRESTITO
        INVALID KEY SET FINE-PRESTITI TO TRUE
    END-START
    PERFORM UNTIL FINE-PRESTITI
        READ PRESTITI NEXT RECORD
            AT END SET FINE-PRESTITI TO TRUE
        END-READ
        IF NOT FINE-PRESTITI
            IF PR-CODICE-UTENTE NOT = UT-CODICE
                SET FINE-PRESTITI TO TRUE
            ELSE
                IF PR-DATA-RIENTRO = SPACES
                    MOVE "PRESTITO APERTO" TO WS-MOTIVO-BLOCCO
                    SET FINE-PRESTITI TO TRUE
                ELSE
                    MOVE PR-DATA-RIENTRO TO WS-DATA-RIENTRO-NUM
                    IF WS-DATA-RIENTRO-NUM NOT < WS-DATA-LIMITE-INATTIVITA
                        MOVE "PRESTITO RECENTE" TO WS-MOTIVO-BLOCCO
                        SET FINE-PRESTITI TO TRUE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.

4300-VERIFICA-PRENOTAZIONI.
    *> confronto con i prenotanti riordinati: si avanza fino al codice
    *> dell'utente in esame
    PERFORM UNTIL FINE-ORDINATO
                  OR ORD-CODICE-UTENTE NOT < UT-CODICE
        READ ORDINATO-PRENOTANTI
            AT END
                SET FINE-ORDINATO TO TRUE
                MOVE HIGH-VALUES TO ORD-CODICE-UTENTE
        END-READ
    END-PERFORM
    IF ORD-CODICE-UTENTE = UT-CODICE
        MOVE "PRENOTAZIONE IN CODA" TO WS-MOTIVO-BLOCCO
    END-IF.

4350-VERIFICA-INTERBIB.
    *> stesso confronto sui richiedenti delle pratiche aperte
    PERFORM UNTIL FINE-ORDINATO-IB
                  OR OIB-CODICE-UTENTE NOT < UT-CODICE
        READ ORDINATO-INTERBIB
            AT END
                SET FINE-ORDINATO-IB TO TRUE
                MOVE HIGH-VALUES TO OIB-CODICE-UTENTE
        END-READ
    END-PERFORM
    IF OIB-CODICE-UTENTE = UT-CODICE
        MOVE "PRESTITO INTERBIBLIOTECARIO APERTO" TO WS-MOTIVO-BLOCCO
    END-IF.

4400-VERIFICA-MULTE.
    MOVE "NESSUN CONTO" TO WS-ESITO-CONTO
    MOVE UT-CODICE TO MU-CODICE-UTENTE
    READ MULTE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF MU-SALDO > 0
                MOVE MU-SALDO TO WS-SALDO-EDIT
                STRING "SALDO MULTE APERTO " WS-SALDO-EDIT
                    DELIMITED BY SIZE INTO WS-MOTIVO-BLOCCO
            ELSE
                IF MU-DATA-ULTIMO-MOVIMENTO NOT < WS-DATA-LIMITE-INATTIVITA
                    MOVE "MOVIMENTO MULTE RECENTE" TO WS-MOTIVO-BLOCCO
                ELSE
                    MOVE "CONTO A ZERO" TO WS-ESITO-CONTO
                END-IF
            END-IF
    END-READ.

4500-CANCELLA-UTENTE.
    *> prima il conto multe a zero, poi la tessera; sul registro solo
    *> codice e date, nessun dato anagrafico
    IF WS-ESITO-CONTO = "CONTO A ZERO"
        DELETE MULTE
            INVALID KEY
                DISPLAY "Impossibile cancellare il conto multe "
                        MU-CODICE-UTENTE
            NOT INVALID KEY
                ADD 1 TO WS-CONTI-CANCELLATI
                MOVE "CONTO CANCELLATO" TO WS-ESITO-CONTO
        END-DELETE
    END-IF
    DELETE UTENTI-MASTER
        INVALID KEY
            DISPLAY "Impossibile cancellare l'utente, codice "
                    UT-CODICE
        NOT INVALID KEY
            ADD 1 TO WS-UTENTI-CANCELLATI
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "CANCELLATO UTENTE " UT-CODICE
                   " CATEGORIA " UT-CATEGORIA
                   " ISCRITTO " UT-DATA-ISCRIZIONE
                   " SCADUTO " UT-DATA-SCADENZA
                   " MULTE: " WS-ESITO-CONTO
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 7900-SCRIVI-RIGA-REPORT
    END-DELETE.

4600-SEGNALA-TRATTENUTO.
    ADD 1 TO WS-UTENTI-TRATTENUTI
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TRATTENUTO UTENTE " UT-CODICE
           " SCADUTO " UT-DATA-SCADENZA
           " - " WS-MOTIVO-BLOCCO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

7000-SCRIVI-TOTALI.
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "ARCHIVIO PRESTITI LETTI " WS-ARCHIVIO-LETTI
           " ANONIMIZZATI " WS-ARCHIVIO-ANONIMI
           " GIA' ANONIMI " WS-ARCHIVIO-GIA-ANONIMI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "UTENTI ESAMINATI " WS-UTENTI-ESAMINATI
           " CANDIDATI " WS-UTENTI-CANDIDATI
           " CANCELLATI " WS-UTENTI-CANCELLATI
           " TRATTENUTI " WS-UTENTI-TRATTENUTI
           " CONTI MULTE CANCELLATI " WS-CONTI-CANCELLATI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    IF ARCHIVIO-INTERROTTO
        MOVE SPACES TO WS-RIGA-LAVORO
        STRING "ATTENZIONE: RISCRITTURA ARCHIVIO INTERROTTA, NESSUNA "
               "TESSERA CANCELLATA E PRESTARC NON SOSTITUITO"
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
        PERFORM 7900-SCRIVI-RIGA-REPORT
    END-IF
    DISPLAY "Archivio letti: " WS-ARCHIVIO-LETTI
            " anonimizzati: " WS-ARCHIVIO-ANONIMI
            " utenti cancellati: " WS-UTENTI-CANCELLATI
            " trattenuti: " WS-UTENTI-TRATTENUTI.

7900-SCRIVI-RIGA-REPORT.
    MOVE WS-RIGA-LAVORO TO REPORT-RECORD
    WRITE REPORT-RECORD.

9000-CHIUDI-FILE.
    CLOSE ARCHIVIO-PRESTITI
    CLOSE NUOVO-ARCHIVIO
    CLOSE UTENTI-MASTER
    CLOSE PRESTITI
    CLOSE PRENOTAZIONI
    CLOSE INTERBIB
    CLOSE MULTE
    CLOSE REPORT-RITENZIONE.
