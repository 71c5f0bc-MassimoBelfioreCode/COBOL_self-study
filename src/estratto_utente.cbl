      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ESTRATTO-UTENTE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> anagrafica utenti gestita da GESTIONE-UTENTI
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

        *> archivio storico accodato da ARCHIVIA-PRESTITI, scorso per
        *> intero come in STORICO-PRESTITI
        SELECT ARCHIVIO-PRESTITI ASSIGN TO "PRESTARC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVIO-STATUS.

        *> coda prenotazioni: la chiave inizia con il codice libro, si
        *> scorre per intero
        SELECT PRENOTAZIONI ASSIGN TO "PRENOTAZ"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-ID-PRENOTAZIONE
            FILE STATUS IS WS-PRENOTAZIONI-STATUS.

        *> pratiche di PRESTITO-INTERBIB: l'utente compare solo su
        *> quelle in entrata, si scorre per intero
        SELECT INTERBIB ASSIGN TO "INTERBIB"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IB-NUMERO
            ALTERNATE RECORD KEY IS IB-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-INTERBIB-STATUS.

        *> conto multe dell'utente
        SELECT MULTE ASSIGN TO "MULTEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> giornale degli addebiti sul conto multe, scorso per intero
        *> come in CREDITI-MULTE
        SELECT GIORNALE-ADDEBITI ASSIGN TO "ADDEBITI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADDEBITI-STATUS.

        *> giornale di cassa scritto da PAGAMENTO-MULTE
        SELECT GIORNALE-INCASSI ASSIGN TO "INCASSI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INCASSI-STATUS.

        *> estratto per la risposta all'interessato: una sezione per
        *> archivio, con le righe trovate e il loro numero
        SELECT STAMPA-ESTRATTO ASSIGN TO "ESTRUTEN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAMPA-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  ARCHIVIO-PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==ARCHIVIO-RECORD==
                                 ==:PFX:==          BY ==AR==.

    FD  PRENOTAZIONI.
        COPY PRENOTA REPLACING ==:PRENOTA-REC:== BY ==PRENOTAZIONE-RECORD==
                                ==:PFX:==         BY ==PN==.

    FD  INTERBIB.
        COPY INTERBIB REPLACING ==:INTERBIB-REC:== BY ==INTERBIB-RECORD==
                                 ==:PFX:==          BY ==IB==.

    FD  MULTE.
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  GIORNALE-ADDEBITI.
        COPY ADDEBITO REPLACING ==:ADDEBITO-REC:== BY ==ADDEBITO-RECORD==
                                 ==:PFX:==          BY ==AD==.

    FD  GIORNALE-INCASSI.
        COPY INCASSO REPLACING ==:INCASSO-REC:== BY ==INCASSO-RECORD==
                                ==:PFX:==         BY ==INC==.

    FD  STAMPA-ESTRATTO.
      01 RIGA-STAMPA PIC X(132).

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> livello minimo per questa transazione (1=banco, 2=supervisore):
    *> l'estratto riporta tutti i dati personali dell'utente
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-TROVATO VALUE "23".
            88 WS-UTENTI-NON-ESISTE  VALUE "35".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK         VALUE "00".
            88 WS-PRESTITI-NON-ESISTE VALUE "35".

      01 WS-ARCHIVIO-STATUS PIC X(2).
            88 WS-ARCHIVIO-OK         VALUE "00".
            88 WS-ARCHIVIO-EOF        VALUE "10".
            88 WS-ARCHIVIO-NON-ESISTE VALUE "35".

      01 WS-PRENOTAZIONI-STATUS PIC X(2).
            88 WS-PRENOTAZIONI-OK         VALUE "00".
            88 WS-PRENOTAZIONI-NON-ESISTE VALUE "35".

      01 WS-INTERBIB-STATUS PIC X(2).
            88 WS-INTERBIB-OK         VALUE "00".
            88 WS-INTERBIB-NON-ESISTE VALUE "35".

      01 WS-MULTE-STATUS PIC X(2).
            88 WS-MULTE-OK          VALUE "00".
            88 WS-MULTE-NON-TROVATO VALUE "23".
            88 WS-MULTE-NON-ESISTE  VALUE "35".

      01 WS-ADDEBITI-STATUS PIC X(2).
            88 WS-ADDEBITI-OK         VALUE "00".
            88 WS-ADDEBITI-EOF        VALUE "10".
            88 WS-ADDEBITI-NON-ESISTE VALUE "35".

      01 WS-INCASSI-STATUS PIC X(2).
            88 WS-INCASSI-OK         VALUE "00".
            88 WS-INCASSI-EOF        VALUE "10".
            88 WS-INCASSI-NON-ESISTE VALUE "35".

      01 WS-STAMPA-STATUS PIC X(2).
            88 WS-STAMPA-OK VALUE "00".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-DATA-ODIERNA PIC 9(8).

      01 WS-IN-CODICE-UTENTE PIC X(10).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

    *> righe trovate nella sezione in corso e in tutto l'estratto
      01 WS-RIGHE-SEZIONE PIC 9(6) VALUE 0.
      01 WS-RIGHE-TOTALI  PIC 9(6) VALUE 0.

    *> formattazione leggibile degli importi sull'estratto
      01 WS-IMPORTO-EDIT  PIC ZZZZ9.99.
      01 WS-ADDEBITO-EDIT PIC ZZZZZ9.99.
      01 WS-PAGATO-EDIT   PIC ZZZZZ9.99.

    *> gestione pagina del tabulato
      01 WS-NUM-PAGINA  PIC 9(4) VALUE 0.
      01 WS-NUM-RIGA    PIC 9(2) VALUE 99.
      01 WS-RIGHE-PAGINA PIC 9(2) VALUE 55.

      01 WS-RIGA-LAVORO PIC X(132).
      01 WS-TITOLO-SEZIONE PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-ACCETTA-RICHIESTA
        PERFORM 1500-APRI-FILE
        PERFORM 2000-ESTRAI-ANAGRAFICA
        PERFORM 3000-ESTRAI-PRESTITI
        PERFORM 4000-ESTRAI-ARCHIVIO
        PERFORM 5000-ESTRAI-PRENOTAZIONI
        PERFORM 5500-ESTRAI-INTERBIB
        PERFORM 6000-ESTRAI-MULTE
        PERFORM 6500-ESTRAI-ADDEBITI
        PERFORM 7000-ESTRAI-INCASSI
        PERFORM 8000-SCRIVI-TOTALE
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

1000-ACCETTA-RICHIESTA.
    DISPLAY "Codice utente: " WITH NO ADVANCING
    ACCEPT WS-IN-CODICE-UTENTE
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD.

1500-APRI-FILE.
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
    END-IF
    OPEN INPUT PRESTITI
    IF WS-PRESTITI-NON-ESISTE
        OPEN OUTPUT PRESTITI
        CLOSE PRESTITI
        OPEN INPUT PRESTITI
    END-IF
    OPEN INPUT ARCHIVIO-PRESTITI
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
    OPEN INPUT MULTE
    IF WS-MULTE-NON-ESISTE
        OPEN OUTPUT MULTE
        CLOSE MULTE
        OPEN INPUT MULTE
    END-IF
    OPEN INPUT GIORNALE-ADDEBITI
    OPEN INPUT GIORNALE-INCASSI
    OPEN OUTPUT STAMPA-ESTRATTO
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "DATI PERSONALI CONSERVATI PER L'UTENTE " WS-IN-CODICE-UTENTE
           " AL " WS-DATA-ODIERNA
           " - ESTRATTO RICHIESTO DA OPERATORE " WS-OPERATORE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

2000-ESTRAI-ANAGRAFICA.
    MOVE "ANAGRAFICA (UTENTIMS)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
    MOVE WS-IN-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-RIGHE-SEZIONE
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  CODICE " UT-CODICE " NOME " UT-NOME
                   " CATEGORIA " UT-CATEGORIA
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 9100-SCRIVI-RIGA
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  INDIRIZZO " UT-INDIRIZZO
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 9100-SCRIVI-RIGA
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  TELEFONO " UT-TELEFONO " EMAIL " UT-EMAIL
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 9100-SCRIVI-RIGA
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  ISCRITTO IL " UT-DATA-ISCRIZIONE
                   " TESSERA VALIDA FINO AL " UT-DATA-SCADENZA
                   " STATO " UT-STATO
                   " ORIGINE SOSPENSIONE " UT-ORIGINE-SOSPENSIONE
                   " ULTIMO CAMBIO " UT-DATA-STATO
                   " OPERATORE " UT-OPERATORE-STATO
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 9100-SCRIVI-RIGA
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  RINUNCIA AVVISI: SCADENZA " UT-NO-AVVISO-SCADENZA
                   " RITIRO " UT-NO-AVVISO-RITIRO
                   " DECADENZA " UT-NO-AVVISO-DECADENZA
                   " RECAPITO RESPINTO " UT-RECAPITO-RESPINTO
                   " DAL " UT-DATA-RESPINTO
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 9100-SCRIVI-RIGA
    END-READ
    PERFORM 8200-CHIUDI-SEZIONE.

3000-ESTRAI-PRESTITI.
    *> la chiave PR-ID-PRESTITO inizia con il codice utente: ci si
    *> posiziona sul primo movimento dell'utente e si scorre in avanti
    MOVE "PRESTITI IN CORSO E RECENTI (PRESTITI)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
    MOVE "N" TO WS-FINE-SCANSIONE
    MOVE LOW-VALUES TO PR-ID-PRESTITO
    MOVE WS-IN-CODICE-UTENTE TO PR-ID-PRESTITO (1:10)
    START PRESTITI KEY NOT < PR-ID-PRESTITO
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ PRESTITI NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF PR-CODICE-UTENTE NOT = WS-IN-CODICE-UTENTE
                SET FINE-SCANSIONE TO TRUE
            ELSE
                ADD 1 TO WS-RIGHE-SEZIONE
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "  LIBRO " PR-CODICE-LIBRO
                       " PRESTATO IL " PR-DATA-PRESTITO
                       " SCADENZA " PR-DATA-SCADENZA
                       " RIENTRATO IL " PR-DATA-RIENTRO
                       " PROROGHE " PR-NUM-PROROGHE
                       " ESITO " PR-ESITO
                       " SEDE " PR-SEDE
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
        END-IF
    END-PERFORM
    PERFORM 8200-CHIUDI-SEZIONE.

4000-ESTRAI-ARCHIVIO.
    MOVE "PRESTITI IN ARCHIVIO STORICO (PRESTARC)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
    IF WS-ARCHIVIO-OK
        READ ARCHIVIO-PRESTITI
            AT END SET WS-ARCHIVIO-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-ARCHIVIO-EOF
            IF AR-CODICE-UTENTE = WS-IN-CODICE-UTENTE
                ADD 1 TO WS-RIGHE-SEZIONE
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "  LIBRO " AR-CODICE-LIBRO
                       " PRESTATO IL " AR-DATA-PRESTITO
                       " SCADENZA " AR-DATA-SCADENZA
                       " RIENTRATO IL " AR-DATA-RIENTRO
                       " ESITO " AR-ESITO
                       " SEDE " AR-SEDE
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
            READ ARCHIVIO-PRESTITI
                AT END SET WS-ARCHIVIO-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF
    PERFORM 8200-CHIUDI-SEZIONE.

5000-ESTRAI-PRENOTAZIONI.
    MOVE "PRENOTAZIONI (PRENOTAZ)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
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
            IF PN-CODICE-UTENTE = WS-IN-CODICE-UTENTE
                ADD 1 TO WS-RIGHE-SEZIONE
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "  LIBRO " PN-CODICE-LIBRO
                       " PRENOTATO IL " PN-DATA-PRENOTAZIONE
                       " STATO " PN-STATO
                       " TRATTENUTO IL " PN-DATA-TRATTENUTA
                       " SEDE RITIRO " PN-SEDE-RITIRO
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
        END-IF
    END-PERFORM
    PERFORM 8200-CHIUDI-SEZIONE.

5500-ESTRAI-INTERBIB.
    *> la chiave e' il numero di pratica: l'utente richiedente sta
    *> solo sulle pratiche in entrata, si scorre tutto il file
    MOVE "PRESTITI INTERBIBLIOTECARI (INTERBIB)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
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
            IF IB-CODICE-UTENTE = WS-IN-CODICE-UTENTE
                ADD 1 TO WS-RIGHE-SEZIONE
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "  PRATICA " IB-NUMERO
                       " DIREZIONE " IB-DIREZIONE
                       " STATO " IB-STATO
                       " TITOLO " IB-TITOLO
                       " DA " IB-BIBLIOTECA
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "    RICHIESTA IL " IB-DATA-RICHIESTA
                       " CONSEGNATA IL " IB-DATA-CONSEGNA
                       " SCADENZA " IB-SCADENZA-UTENTE
                       " RIENTRATA IL " IB-DATA-RIENTRO
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
        END-IF
    END-PERFORM
    PERFORM 8200-CHIUDI-SEZIONE.

6000-ESTRAI-MULTE.
    MOVE "CONTO MULTE (MULTEMST)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
    MOVE WS-IN-CODICE-UTENTE TO MU-CODICE-UTENTE
    READ MULTE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-RIGHE-SEZIONE
            MOVE MU-SALDO          TO WS-IMPORTO-EDIT
            MOVE MU-TOT-ADDEBITATO TO WS-ADDEBITO-EDIT
            MOVE MU-TOT-PAGATO     TO WS-PAGATO-EDIT
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  SALDO " WS-IMPORTO-EDIT
                   " TOTALE ADDEBITATO " WS-ADDEBITO-EDIT
                   " TOTALE PAGATO " WS-PAGATO-EDIT
                   " ULTIMO MOVIMENTO " MU-DATA-ULTIMO-MOVIMENTO
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 9100-SCRIVI-RIGA
    END-READ
    PERFORM 8200-CHIUDI-SEZIONE.

6500-ESTRAI-ADDEBITI.
    MOVE "ADDEBITI SUL CONTO MULTE (ADDEBITI)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
    IF WS-ADDEBITI-OK
        READ GIORNALE-ADDEBITI
            AT END SET WS-ADDEBITI-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-ADDEBITI-EOF
            IF AD-CODICE-UTENTE = WS-IN-CODICE-UTENTE
                ADD 1 TO WS-RIGHE-SEZIONE
                MOVE AD-IMPORTO TO WS-ADDEBITO-EDIT
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "  DATA " AD-DATA " ORA " AD-ORA
                       " TIPO " AD-TIPO
                       " IMPORTO " WS-ADDEBITO-EDIT
                       " LIBRO " AD-CODICE-LIBRO
                       " OPERATORE " AD-OPERATORE
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
            READ GIORNALE-ADDEBITI
                AT END SET WS-ADDEBITI-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF
    PERFORM 8200-CHIUDI-SEZIONE.

7000-ESTRAI-INCASSI.
    MOVE "PAGAMENTI REGISTRATI (INCASSI)" TO WS-RIGA-LAVORO
    PERFORM 8100-TESTATA-SEZIONE
    IF WS-INCASSI-OK
        READ GIORNALE-INCASSI
            AT END SET WS-INCASSI-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-INCASSI-EOF
            IF INC-CODICE-UTENTE = WS-IN-CODICE-UTENTE
                ADD 1 TO WS-RIGHE-SEZIONE
                MOVE INC-IMPORTO TO WS-IMPORTO-EDIT
                MOVE SPACES TO WS-RIGA-LAVORO
                STRING "  DATA " INC-DATA " ORA " INC-ORA
                       " IMPORTO " WS-IMPORTO-EDIT
                       " RICEVUTA " INC-NUM-RICEVUTA
                       " OPERATORE " INC-OPERATORE
                    DELIMITED BY SIZE INTO WS-RIGA-LAVORO
                PERFORM 9100-SCRIVI-RIGA
            END-IF
            READ GIORNALE-INCASSI
                AT END SET WS-INCASSI-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF
    PERFORM 8200-CHIUDI-SEZIONE.

8000-SCRIVI-TOTALE.
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "TOTALE RIGHE ESTRATTE PER L'UTENTE " WS-IN-CODICE-UTENTE
           ": " WS-RIGHE-TOTALI
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    DISPLAY "Estratto utente " WS-IN-CODICE-UTENTE
            ": righe " WS-RIGHE-TOTALI.

8100-TESTATA-SEZIONE.
    *> il titolo della sezione arriva gia' in WS-RIGA-LAVORO
    MOVE 0 TO WS-RIGHE-SEZIONE
    MOVE WS-RIGA-LAVORO TO WS-TITOLO-SEZIONE
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA
    MOVE WS-TITOLO-SEZIONE TO WS-RIGA-LAVORO
    PERFORM 9100-SCRIVI-RIGA.

8200-CHIUDI-SEZIONE.
    ADD WS-RIGHE-SEZIONE TO WS-RIGHE-TOTALI
    MOVE SPACES TO WS-RIGA-LAVORO
    IF WS-RIGHE-SEZIONE = 0
        MOVE "  NESSUN DATO" TO WS-RIGA-LAVORO
    ELSE
        STRING "  RIGHE " WS-RIGHE-SEZIONE
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    END-IF
    PERFORM 9100-SCRIVI-RIGA.

9100-SCRIVI-RIGA.
    *> gestione pagina: intestazione e numero pagina ogni 55 righe
    IF WS-NUM-RIGA > WS-RIGHE-PAGINA
        ADD 1 TO WS-NUM-PAGINA
        IF WS-NUM-PAGINA > 1
            MOVE SPACES TO RIGA-STAMPA
            WRITE RIGA-STAMPA
        END-IF
        MOVE SPACES TO RIGA-STAMPA
        STRING "ESTRATTO DATI PERSONALI UTENTE " WS-IN-CODICE-UTENTE
               "                              PAGINA " WS-NUM-PAGINA
            DELIMITED BY SIZE INTO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE ALL "-" TO RIGA-STAMPA
        WRITE RIGA-STAMPA
        MOVE 3 TO WS-NUM-RIGA
    END-IF
    MOVE WS-RIGA-LAVORO TO RIGA-STAMPA
    WRITE RIGA-STAMPA
    ADD 1 TO WS-NUM-RIGA.

9000-CHIUDI-FILE.
    CLOSE UTENTI-MASTER
    CLOSE PRESTITI
    CLOSE ARCHIVIO-PRESTITI
    CLOSE PRENOTAZIONI
    CLOSE INTERBIB
    CLOSE MULTE
    CLOSE GIORNALE-ADDEBITI
    CLOSE GIORNALE-INCASSI
    CLOSE STAMPA-ESTRATTO.
