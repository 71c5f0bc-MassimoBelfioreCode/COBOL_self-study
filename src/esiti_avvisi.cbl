      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ESITI-AVVISI.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> esiti di consegna restituiti dal gateway e-mail/SMS per il
        *> flusso AVVISOUT prodotto da AVVISI-UTENTI
        SELECT ESITI-GATEWAY ASSIGN TO "ESITIAVV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESITI-STATUS.

        *> avvisi della stessa notte mai partiti per recapito mancante
        *> o gia' respinto, scritti da AVVISI-UTENTI
        SELECT AVVISI-NON-RECAPITATI ASSIGN TO "AVVNOREC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NONREC-STATUS.

        *> anagrafica utenti: il recapito respinto viene marcato sulla
        *> tessera, e da qui si prendono indirizzo e telefono per il
        *> banco
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> lista per il banco degli utenti da chiamare o da avvisare
        *> per posta
        SELECT REPORT-RECAPITI ASSIGN TO "AVVBANCO"
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
    FD  ESITI-GATEWAY.
        COPY ESITOAVV REPLACING ==:ESITO-REC:== BY ==ESITO-RECORD==
                                 ==:PFX:==       BY ==EA==.

    FD  AVVISI-NON-RECAPITATI.
        COPY AVVISO REPLACING ==:AVVISO-REC:== BY ==NON-RECAPITATO-RECORD==
                               ==:PFX:==        BY ==NR==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  REPORT-RECAPITI.
      01 REPORT-RECORD PIC X(132).

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

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-ESITI-STATUS PIC X(2).
            88 WS-ESITI-OK  VALUE "00".
            88 WS-ESITI-EOF VALUE "10".

      01 WS-NONREC-STATUS PIC X(2).
            88 WS-NONREC-OK  VALUE "00".
            88 WS-NONREC-EOF VALUE "10".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-TROVATO VALUE "23".
            88 WS-UTENTI-NON-ESISTE  VALUE "35".

      01 WS-REPORT-STATUS PIC X(2).
            88 WS-REPORT-OK VALUE "00".

      01 WS-DATA-ODIERNA PIC 9(8).

    *> descrizione leggibile del tipo di avviso e del motivo
      01 WS-TIPO-AVVISO PIC X(1).
      01 WS-DESCR-TIPO  PIC X(19).
      01 WS-DESCR-MOTIVO PIC X(40).

    *> il recapito respinto e' ancora quello in anagrafica: se il
    *> banco l'ha gia' cambiato la tessera non si blocca
      01 WS-RECAPITO-ATTUALE PIC X(1).
            88 RECAPITO-ATTUALE       VALUE "S".
            88 RECAPITO-GIA-CAMBIATO  VALUE "N".
            88 UTENTE-NON-IN-ANAGRAFICA VALUE "U".

    *> blocco da registrare sulla tessera per il canale respinto:
    *> E = solo email (resta l'SMS), S = SMS, nessun canale
      01 WS-NUOVO-RESPINTO PIC X(1).

      01 WS-ESITI-LETTI         PIC 9(6) VALUE 0.
      01 WS-ESITI-CONSEGNATI    PIC 9(6) VALUE 0.
      01 WS-ESITI-RESPINTI      PIC 9(6) VALUE 0.
      01 WS-TESSERE-BLOCCATE    PIC 9(6) VALUE 0.
      01 WS-AVVISI-NON-SPEDITI  PIC 9(6) VALUE 0.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
        PERFORM 1500-APRI-FILE
        PERFORM 2000-CARICA-ESITI
        PERFORM 3000-ELENCA-NON-SPEDITI
        PERFORM 7000-SCRIVI-TOTALI
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

1500-APRI-FILE.
    OPEN INPUT ESITI-GATEWAY
    OPEN INPUT AVVISI-NON-RECAPITATI
    OPEN I-O UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN I-O UTENTI-MASTER
    END-IF
    OPEN OUTPUT REPORT-RECAPITI
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "UTENTI DA CONTATTARE AL BANCO - ESITI AVVISI DEL "
           WS-DATA-ODIERNA " - OPERATORE " WS-OPERATORE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE "AVVISI RESPINTI DAL GATEWAY" TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

2000-CARICA-ESITI.
    IF WS-ESITI-OK
        READ ESITI-GATEWAY
            AT END SET WS-ESITI-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-ESITI-EOF
            ADD 1 TO WS-ESITI-LETTI
            IF EA-ESITO = "R"
                ADD 1 TO WS-ESITI-RESPINTI
                PERFORM 2100-REGISTRA-RESPINTO
            ELSE
                ADD 1 TO WS-ESITI-CONSEGNATI
            END-IF
            READ ESITI-GATEWAY
                AT END SET WS-ESITI-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF.

2100-REGISTRA-RESPINTO.
    *> la tessera si blocca solo se il recapito respinto e' ancora
    *> quello in anagrafica: gli avvisi successivi finiscono sulla
    *> lista del banco finche' GESTIONE-UTENTI non registra recapiti
    *> nuovi
    SET RECAPITO-GIA-CAMBIATO TO TRUE
    MOVE EA-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACES TO UTENTE-MASTER-RECORD
            MOVE EA-CODICE-UTENTE TO UT-CODICE
            MOVE "(utente non in anagrafica)" TO UT-NOME
            SET UTENTE-NON-IN-ANAGRAFICA TO TRUE
        NOT INVALID KEY
            IF (EA-CANALE = "E" AND EA-RECAPITO = UT-EMAIL)
               OR (EA-CANALE = "S" AND EA-RECAPITO = UT-TELEFONO)
                SET RECAPITO-ATTUALE TO TRUE
            END-IF
    END-READ
    *> l'email respinta lascia aperto l'SMS; un SMS respinto blocca
    *> tutto, anche dopo un'email gia' respinta
    MOVE "S" TO WS-NUOVO-RESPINTO
    IF EA-CANALE = "E"
        MOVE "E" TO WS-NUOVO-RESPINTO
    END-IF
    IF RECAPITO-ATTUALE AND UT-RECAPITO-RESPINTO NOT = "S"
       AND UT-RECAPITO-RESPINTO NOT = WS-NUOVO-RESPINTO
        MOVE WS-NUOVO-RESPINTO TO UT-RECAPITO-RESPINTO
        IF EA-DATA-ESITO NUMERIC
            MOVE EA-DATA-ESITO TO UT-DATA-RESPINTO
        ELSE
            MOVE WS-DATA-ODIERNA TO UT-DATA-RESPINTO
        END-IF
        REWRITE UTENTE-MASTER-RECORD
            INVALID KEY
                DISPLAY "Impossibile marcare il recapito respinto, "
                        "utente " UT-CODICE
            NOT INVALID KEY
                ADD 1 TO WS-TESSERE-BLOCCATE
        END-REWRITE
    END-IF
    MOVE EA-TIPO TO WS-TIPO-AVVISO
    PERFORM 6000-DESCRIVI-TIPO
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  " WS-DESCR-TIPO " LIBRO " EA-CODICE-LIBRO
           " AVVISO " EA-ID-AVVISO
           " RESPINTO: " EA-MOTIVO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    IF RECAPITO-ATTUALE
        IF UT-RECAPITO-RESPINTO = "E" AND UT-TELEFONO NOT = SPACES
            STRING "    RECAPITO " EA-RECAPITO
                   " (BLOCCATO FINO A CORREZIONE, AVVISI VIA SMS)"
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
        ELSE
            STRING "    RECAPITO " EA-RECAPITO
                   " (BLOCCATO FINO A CORREZIONE)"
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
        END-IF
    END-IF
    IF RECAPITO-GIA-CAMBIATO
        STRING "    RECAPITO " EA-RECAPITO
               " (GIA' CAMBIATO IN ANAGRAFICA)"
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    IF UTENTE-NON-IN-ANAGRAFICA
        STRING "    RECAPITO " EA-RECAPITO
               " (UTENTE NON IN ANAGRAFICA)"
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    PERFORM 7900-SCRIVI-RIGA-REPORT
    PERFORM 5000-SCRIVI-RIGHE-CONTATTO.

3000-ELENCA-NON-SPEDITI.
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE "AVVISI NON SPEDITI PER RECAPITO MANCANTE O RESPINTO"
        TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    IF WS-NONREC-OK
        READ AVVISI-NON-RECAPITATI
            AT END SET WS-NONREC-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-NONREC-EOF
            ADD 1 TO WS-AVVISI-NON-SPEDITI
            PERFORM 3100-SCRIVI-NON-SPEDITO
            READ AVVISI-NON-RECAPITATI
                AT END SET WS-NONREC-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF.

3100-SCRIVI-NON-SPEDITO.
    MOVE NR-TIPO TO WS-TIPO-AVVISO
    PERFORM 6000-DESCRIVI-TIPO
    MOVE SPACES TO WS-DESCR-MOTIVO
    IF NR-MOTIVO-NON-INVIO = "M"
        MOVE "NESSUN RECAPITO IN ANAGRAFICA" TO WS-DESCR-MOTIVO
    END-IF
    IF NR-MOTIVO-NON-INVIO = "R"
        MOVE "RECAPITO GIA' RESPINTO DAL GATEWAY" TO WS-DESCR-MOTIVO
    END-IF
    IF NR-MOTIVO-NON-INVIO = "U"
        MOVE "UTENTE NON IN ANAGRAFICA" TO WS-DESCR-MOTIVO
    END-IF
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  " WS-DESCR-TIPO " LIBRO " NR-CODICE-LIBRO
           " " NR-TITOLO
           " DATA " NR-DATA-RIFERIMENTO
           " SEDE " NR-SEDE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "    MOTIVO: " WS-DESCR-MOTIVO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE NR-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACES TO UTENTE-MASTER-RECORD
            MOVE NR-CODICE-UTENTE TO UT-CODICE
            MOVE "(utente non in anagrafica)" TO UT-NOME
    END-READ
    PERFORM 5000-SCRIVI-RIGHE-CONTATTO.

5000-SCRIVI-RIGHE-CONTATTO.
    *> i dati che servono al banco per telefonare o scrivere
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "    UTENTE " UT-CODICE " " UT-NOME
           " TEL " UT-TELEFONO
           " EMAIL " UT-EMAIL
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "    INDIRIZZO " UT-INDIRIZZO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT.

6000-DESCRIVI-TIPO.
    MOVE "AVVISO" TO WS-DESCR-TIPO
    IF WS-TIPO-AVVISO = "S"
        MOVE "SCADENZA PRESTITO" TO WS-DESCR-TIPO
    END-IF
    IF WS-TIPO-AVVISO = "R"
        MOVE "COPIA PRONTA" TO WS-DESCR-TIPO
    END-IF
    IF WS-TIPO-AVVISO = "D"
        MOVE "TRATTENUTA DECADUTA" TO WS-DESCR-TIPO
    END-IF.

7000-SCRIVI-TOTALI.
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "ESITI LETTI " WS-ESITI-LETTI
           " CONSEGNATI " WS-ESITI-CONSEGNATI
           " RESPINTI " WS-ESITI-RESPINTI
           " TESSERE BLOCCATE " WS-TESSERE-BLOCCATE
           " AVVISI NON SPEDITI " WS-AVVISI-NON-SPEDITI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    DISPLAY "Esiti letti: " WS-ESITI-LETTI
            " consegnati: " WS-ESITI-CONSEGNATI
            " respinti: " WS-ESITI-RESPINTI
            " tessere bloccate: " WS-TESSERE-BLOCCATE
            " avvisi non spediti: " WS-AVVISI-NON-SPEDITI.

7900-SCRIVI-RIGA-REPORT.
    MOVE WS-RIGA-LAVORO TO REPORT-RECORD
    WRITE REPORT-RECORD.

9000-CHIUDI-FILE.
    CLOSE ESITI-GATEWAY
    CLOSE AVVISI-NON-RECAPITATI
    CLOSE UTENTI-MASTER
    CLOSE REPORT-RECAPITI.
