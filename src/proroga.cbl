            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE: durata e tetto proroghe dipendono
        *> dalla categoria della tessera
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> calendario chiusure per sede, gestito da GESTIONE-CALENDARIO:
        *> la nuova scadenza su un giorno di chiusura slitta al
        *> primo giorno aperto
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

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

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

    *> valori standard della biblioteca, applicati alle categorie
    *> senza una politica registrata su POLITICH
      01 WS-STD-GIORNI-PRESTITO PIC 9(3) VALUE 14.
      01 WS-STD-SOGLIA-MULTE    PIC 9(5)V9(2) VALUE 10.00.
      01 WS-STD-MAX-PROROGHE    PIC 9(2) VALUE 2.

    *> stesse regole delle transazioni singole PRESTITO/RIENTRO, in
    *> vigore per la categoria dell'utente
      01 WS-GIORNI-PRESTITO PIC 9(3).
      01 WS-SOGLIA-MULTE PIC 9(5)V9(2).

    *> tetto alle proroghe concedibili sullo stesso prestito
      01 WS-MAX-PROROGHE PIC 9(2).

    *> dati in ingresso della transazione di proroga: al banco bastano
    *> libro e utente, la proroga si applica al prestito aperto piu'
        ELSE
            PERFORM 3500-VERIFICA-UTENTE
            IF PROROGA-VALIDA
                PERFORM 3550-CARICA-POLITICA
                PERFORM 3600-VERIFICA-MULTE
            END-IF
            IF PROROGA-VALIDA
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
        END-IF
    END-IF.

3550-CARICA-POLITICA.
    *> una categoria senza record su POLITICH applica i valori
    *> standard, una categoria a spazi vale adulto
    MOVE WS-STD-GIORNI-PRESTITO TO WS-GIORNI-PRESTITO
    MOVE WS-STD-SOGLIA-MULTE    TO WS-SOGLIA-MULTE
    MOVE WS-STD-MAX-PROROGHE    TO WS-MAX-PROROGHE
    IF UT-CATEGORIA = SPACE
        MOVE "A" TO PO-CATEGORIA
    ELSE
        MOVE UT-CATEGORIA TO PO-CATEGORIA
    END-IF
    READ POLITICHE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PO-GIORNI-PRESTITO TO WS-GIORNI-PRESTITO
            MOVE PO-SOGLIA-MULTE    TO WS-SOGLIA-MULTE
            MOVE PO-MAX-PROROGHE    TO WS-MAX-PROROGHE
    END-READ.

3600-VERIFICA-MULTE.
    *> stessa soglia della transazione PRESTITO: un conto assente o a
    *> saldo basso non blocca nulla
                FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (WS-DATA-SCADENZA-NUM)
                    + WS-GIORNI-PRESTITO)
            *> la proroga segue il calendario della sede del prestito
            IF PR-SEDE = SPACES
                MOVE WS-SEDE-CENTRALE TO WS-SEDE-CALENDARIO
            ELSE
                MOVE PR-SEDE TO WS-SEDE-CALENDARIO
            END-IF
            MOVE WS-NUOVA-SCADENZA-NUM TO WS-DATA-CALENDARIO
            PERFORM 4050-SLITTA-SCADENZA
            MOVE WS-DATA-CALENDARIO    TO WS-NUOVA-SCADENZA-NUM
            MOVE WS-NUOVA-SCADENZA-NUM TO PR-DATA-SCADENZA
            ADD 1 TO PR-NUM-PROROGHE
            REWRITE PRESTITO-RECORD
        END-IF
    END-IF.

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

9000-CHIUDI-FILE.
    CLOSE PRESTITI
    CLOSE UTENTI-MASTER
    CLOSE PRENOTAZIONI
    CLOSE MULTE
    CLOSE POLITICHE
    CLOSE CALENDARIO.
