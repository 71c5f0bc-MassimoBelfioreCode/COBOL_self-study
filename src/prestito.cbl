            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE: durata, tetto prestiti e soglia multe
        *> dipendono dalla categoria della tessera
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> calendario chiusure per sede, gestito da GESTIONE-CALENDARIO:
        *> una scadenza su un giorno di chiusura slitta al primo
        *> giorno aperto
        SELECT CALENDARIO ASSIGN TO "CALENDAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CHIAVE
            FILE STATUS IS WS-CALENDARIO-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  POLITICHE.
        COPY POLITICA REPLACING ==:POLITICA-REC:== BY ==POLITICA-RECORD==
                                 ==:PFX:==          BY ==PO==.

    FD  CALENDARIO.
        COPY CALEND REPLACING ==:CALEND-REC:== BY ==CALENDARIO-RECORD==
                               ==:PFX:==        BY ==CA==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.
      01 WS-DATA-ODIERNA-AUDIT PIC 9(8).
      01 WS-ORA-ODIERNA-AUDIT  PIC 9(8).

      01 WS-POLITICHE-STATUS PIC X(2).
            88 WS-POLITICHE-OK         VALUE "00".
            88 WS-POLITICHE-NON-ESISTE VALUE "35".

      01 WS-CALENDARIO-STATUS PIC X(2).
            88 WS-CALENDARIO-OK         VALUE "00".
            88 WS-CALENDARIO-NON-ESISTE VALUE "35".

    *> codice della sede centrale su CALENDAR e SEDESTOK: le transazioni di
    *> sportello girano qui, e qui si registrano i prestiti del banco
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

    *> valori standard della biblioteca, applicati alle categorie
    *> senza una politica registrata su POLITICH
      01 WS-STD-GIORNI-PRESTITO     PIC 9(3) VALUE 14.
      01 WS-STD-MAX-PRESTITI-APERTI PIC 9(3) VALUE 5.
      01 WS-STD-SOGLIA-MULTE        PIC 9(5)V9(2) VALUE 10.00.

    *> regole in vigore per la categoria dell'utente richiedente
      01 WS-GIORNI-PRESTITO PIC 9(3).

    *> tetto ai prestiti contemporaneamente aperti per utente
      01 WS-MAX-PRESTITI-APERTI PIC 9(3).
      01 WS-PRESTITI-APERTI     PIC 9(4) VALUE 0.

      01 WS-UTENTE-VALIDO PIC X(1) VALUE "N".
            88 WS-MULTE-NON-ESISTE  VALUE "35".

    *> oltre questa soglia di multe non pagate il prestito e' bloccato
      01 WS-SOGLIA-MULTE PIC 9(5)V9(2).

    *> dati in ingresso della transazione di prestito: il libro si
    *> identifica con il codice interno o con l'ISBN sparato dal
        END-IF
        PERFORM 3500-VERIFICA-UTENTE
        IF UTENTE-VALIDO
            PERFORM 3550-CARICA-POLITICA
            PERFORM 3600-VERIFICA-LIMITE-PRESTITI
        END-IF
        IF UTENTE-VALIDO
        OPEN OUTPUT MULTE
        CLOSE MULTE
        OPEN INPUT MULTE
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
    END-IF.

2000-ACCETTA-RICHIESTA.
            DISPLAY "Libro non trovato a catalogo: codice " LM-CODICE
            SET WS-LIBRO-NON-TROVATO TO TRUE
    END-READ
    IF WS-LIBRO-OK AND LM-STATO = "R"
        DISPLAY "Titolo ritirato dalla collezione il " LM-DATA-RITIRO
                ", prestito rifiutato: codice " LM-CODICE
        SET WS-LIBRO-NON-TROVATO TO TRUE
    END-IF
    IF WS-LIBRO-OK
        PERFORM 3050-CERCA-PRENOTAZIONE-PRONTA
    END-IF
        END-IF
    END-IF.

3550-CARICA-POLITICA.
    *> le regole dipendono dalla categoria della tessera: una
    *> categoria senza record su POLITICH applica i valori standard,
    *> una categoria a spazi (tessere iscritte prima delle
    *> categorie) vale adulto
    MOVE WS-STD-GIORNI-PRESTITO     TO WS-GIORNI-PRESTITO
    MOVE WS-STD-MAX-PRESTITI-APERTI TO WS-MAX-PRESTITI-APERTI
    MOVE WS-STD-SOGLIA-MULTE        TO WS-SOGLIA-MULTE
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
    END-READ.

3600-VERIFICA-LIMITE-PRESTITI.
    *> i prestiti ancora aperti dell'utente si contano sul file movimenti:
    *> la chiave PR-ID-PRESTITO inizia con il codice utente, quindi basta
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA-YYYYMMDD)
            + WS-GIORNI-PRESTITO)
    MOVE WS-SEDE-CENTRALE     TO WS-SEDE-CALENDARIO
    MOVE WS-DATA-SCADENZA-NUM TO WS-DATA-CALENDARIO
    PERFORM 4050-SLITTA-SCADENZA
    MOVE WS-DATA-CALENDARIO   TO WS-DATA-SCADENZA-NUM

    *> la chiave include la data prestito: lo stesso utente puo'
    *> riprendere lo stesso libro in un'altra data senza collisioni
    MOVE SPACES                    TO PR-DATA-RIENTRO
    MOVE 0                         TO PR-NUM-PROROGHE
    MOVE SPACES                    TO PR-ESITO
    MOVE WS-SEDE-CENTRALE          TO PR-SEDE

    WRITE PRESTITO-RECORD
        INVALID KEY
                    " scadenza " PR-DATA-SCADENZA
    END-WRITE.

4050-SLITTA-SCADENZA.
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

4100-SCALA-COPIA.
    MOVE LM-COPIE TO WS-COPIE-VECCHIE
    SUBTRACT 1 FROM LM-COPIE
    CLOSE PRESTITI
    CLOSE UTENTI-MASTER
    CLOSE PRENOTAZIONI
    CLOSE MULTE
    CLOSE POLITICHE
    CLOSE CALENDARIO.
