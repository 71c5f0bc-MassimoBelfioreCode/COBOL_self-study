            ALTERNATE RECORD KEY IS PR-CODICE-LIBRO WITH DUPLICATES
            FILE STATUS IS WS-PRESTITI-STATUS.

        *> anagrafica utenti: la categoria del titolare sceglie la
        *> tariffa giornaliera
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE, le stesse applicate da RIENTRO
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> calendario chiusure per sede, gestito da GESTIONE-CALENDARIO:
        *> i giorni di chiusura della sede del prestito non contano
        *> nel ritardo, come nella multa di RIENTRO
        SELECT CALENDARIO ASSIGN TO "CALENDAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CHIAVE
            FILE STATUS IS WS-CALENDARIO-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  PRESTITI.
        COPY PRESTITO REPLACING ==:PRESTITO-REC:== BY ==PRESTITO-RECORD==
                                 ==:PFX:==          BY ==PR==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    FD  POLITICHE.
        COPY POLITICA REPLACING ==:POLITICA-REC:== BY ==POLITICA-RECORD==
                                 ==:PFX:==          BY ==PO==.

    FD  CALENDARIO.
        COPY CALEND REPLACING ==:CALEND-REC:== BY ==CALENDARIO-RECORD==
                               ==:PFX:==        BY ==CA==.

    WORKING-STORAGE SECTION.
      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK  VALUE "00".
            88 WS-PRESTITI-EOF VALUE "10".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK         VALUE "00".
            88 WS-UTENTI-NON-ESISTE VALUE "35".

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

    *> giorni di chiusura caduti nel ritardo: non si contano
      01 WS-GIORNI-CHIUSI PIC 9(4).
      01 WS-DATA-FINE-RITARDO PIC 9(8).

      01 WS-FINE-CALENDARIO PIC X(1) VALUE "N".
            88 FINE-CALENDARIO VALUE "S".

      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-DATA-SCADENZA-NUM PIC 9(8).
      01 WS-GIORNI-RITARDO PIC 9(4).

    *> tariffa standard per le categorie senza politica su POLITICH
      01 WS-STD-TARIFFA-GIORNALIERA PIC 9(2)V9(2) VALUE 0.20.
      01 WS-TARIFFA-GIORNALIERA PIC 9(2)V9(2).
      01 WS-MULTA PIC 9(5)V99.

      01 WS-TOT-SCADUTI PIC 9(4) VALUE 0.
    PERFORM 2000-ELABORA-PRESTITI
    PERFORM 3000-STAMPA-TOTALI
    CLOSE PRESTITI
    CLOSE UTENTI-MASTER
    CLOSE POLITICHE
    CLOSE CALENDARIO
    STOP RUN.

1000-APRI-FILE.
    OPEN INPUT PRESTITI
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
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
    DISPLAY "--- Prestiti scaduti al " WS-DATA-ODIERNA " ---".

2000-ELABORA-PRESTITI.
            COMPUTE WS-GIORNI-RITARDO =
                FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
                - FUNCTION INTEGER-OF-DATE (WS-DATA-SCADENZA-NUM)
            *> i giorni di chiusura della sede non sono ritardo: un
            *> prestito scaduto solo su giorni chiusi non si elenca
            IF PR-SEDE = SPACES
                MOVE WS-SEDE-CENTRALE TO WS-SEDE-CALENDARIO
            ELSE
                MOVE PR-SEDE TO WS-SEDE-CALENDARIO
            END-IF
            MOVE WS-DATA-ODIERNA TO WS-DATA-FINE-RITARDO
            PERFORM 2300-CONTA-GIORNI-CHIUSI
            SUBTRACT WS-GIORNI-CHIUSI FROM WS-GIORNI-RITARDO
            IF WS-GIORNI-RITARDO > 0
                PERFORM 2200-CARICA-TARIFFA
                COMPUTE WS-MULTA ROUNDED =
                    WS-GIORNI-RITARDO * WS-TARIFFA-GIORNALIERA
                ADD 1            TO WS-TOT-SCADUTI
                ADD WS-MULTA     TO WS-TOT-MULTE
                DISPLAY "Libro " PR-CODICE-LIBRO
                        " utente " PR-CODICE-UTENTE
                        " scadenza " PR-DATA-SCADENZA
                        " giorni ritardo " WS-GIORNI-RITARDO
                        " multa " WS-MULTA
            END-IF
        END-IF
    END-IF.

2200-CARICA-TARIFFA.
    *> la tariffa e' quella della categoria del titolare, come in
    *> RIENTRO: standard se il codice non e' piu' in anagrafica o la
    *> categoria non ha una politica registrata
    MOVE WS-STD-TARIFFA-GIORNALIERA TO WS-TARIFFA-GIORNALIERA
    MOVE PR-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE SPACE TO UT-CATEGORIA
    END-READ
    IF UT-CATEGORIA = SPACE
        MOVE "A" TO PO-CATEGORIA
    ELSE
        MOVE UT-CATEGORIA TO PO-CATEGORIA
    END-IF
    READ POLITICHE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE PO-TARIFFA-GIORNALIERA TO WS-TARIFFA-GIORNALIERA
    END-READ.

2300-CONTA-GIORNI-CHIUSI.
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

3000-STAMPA-TOTALI.
    DISPLAY "--- Totale prestiti scaduti: " WS-TOT-SCADUTI
            " - Totale multe: " WS-TOT-MULTE " ---".
