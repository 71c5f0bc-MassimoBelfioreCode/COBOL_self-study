            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> giornale degli addebiti multe: una riga per ogni importo
        *> messo sul conto, letta a fine mese da CREDITI-MULTE
        SELECT GIORNALE-ADDEBITI ASSIGN TO "ADDEBITI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADDEBITI-STATUS.

        *> politiche di prestito per categoria utente, gestite da
        *> GESTIONE-POLITICHE: la tariffa del ritardo dipende dalla
        *> categoria del titolare
        SELECT POLITICHE ASSIGN TO "POLITICH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-CATEGORIA
            FILE STATUS IS WS-POLITICHE-STATUS.

        *> calendario chiusure per sede, gestito da GESTIONE-CALENDARIO:
        *> i giorni di chiusura non contano nel ritardo
        SELECT CALENDARIO ASSIGN TO "CALENDAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CHIAVE
            FILE STATUS IS WS-CALENDARIO-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            02 RIT-CODICE-UTENTE  PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-NOME-UTENTE    PIC X(30).
            02 FILLER             PIC X(1).
            02 RIT-SEDE           PIC X(3).

    *> un record per utente con saldo e progressivi, stesso layout di
    *> PAGAMENTO-MULTE e PRESTITO
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  GIORNALE-ADDEBITI.
        COPY ADDEBITO REPLACING ==:ADDEBITO-REC:== BY ==ADDEBITO-RECORD==
                                 ==:PFX:==          BY ==AD==.

    FD  POLITICHE.
        COPY POLITICA REPLACING ==:POLITICA-REC:== BY ==POLITICA-RECORD==
                                 ==:PFX:==          BY ==PO==.

    FD  CALENDARIO.
        COPY CALEND REPLACING ==:CALEND-REC:== BY ==CALENDARIO-RECORD==
                               ==:PFX:==        BY ==CA==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.
      01 WS-AUDIT-STATUS PIC X(2).
            88 WS-AUDIT-OK VALUE "00".

      01 WS-ADDEBITI-STATUS PIC X(2).
            88 WS-ADDEBITI-OK VALUE "00".

      01 WS-PRESTITI-STATUS PIC X(2).
            88 WS-PRESTITI-OK          VALUE "00".
            88 WS-PRESTITI-NON-TROVATO VALUE "23".
            88 WS-MULTE-NON-TROVATO VALUE "23".
            88 WS-MULTE-NON-ESISTE  VALUE "35".

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

    *> tariffa standard per le categorie senza politica su POLITICH
      01 WS-STD-TARIFFA-GIORNALIERA PIC 9(2)V9(2) VALUE 0.20.

    *> stessa tariffa giornaliera applicata da PRESTITI-SCADUTI, in
    *> vigore per la categoria del titolare del prestito
      01 WS-TARIFFA-GIORNALIERA PIC 9(2)V9(2).
      01 WS-GIORNI-RITARDO PIC 9(4).
      01 WS-MULTA          PIC 9(5)V9(2).
      01 WS-DATA-SCADENZA-NUM PIC 9(8).
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
        OPEN OUTPUT MULTE
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
    END-IF.

2000-ACCETTA-RICHIESTA.
        INVALID KEY
            DISPLAY "ATTENZIONE: utente non in anagrafica, codice "
                    WS-IN-CODICE-UTENTE
            MOVE SPACE TO UT-CATEGORIA
        NOT INVALID KEY
            DISPLAY "Rientro da utente: " UT-NOME
                    " codice " UT-CODICE
    END-READ
    *> la politica si carica subito: la riga ritiri rilegge
    *> l'anagrafica per il prenotante e sovrascrive il record
    PERFORM 3550-CARICA-POLITICA.

3550-CARICA-POLITICA.
    *> una categoria senza record su POLITICH applica la tariffa
    *> standard, una categoria a spazi vale adulto
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
            MOVE PO-TARIFFA-GIORNALIERA TO WS-TARIFFA-GIORNALIERA
    END-READ.

4000-REGISTRA-RIENTRO.
            DISPLAY "Impossibile trattenere la copia, prenotazione "
                    WS-ID-PRENOTAZIONE-TROVATA
        NOT INVALID KEY
            PERFORM 4165-DESTINA-COPIA
            REWRITE PRENOTAZIONE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile trattenere la copia, "
                            "prenotazione " WS-ID-PRENOTAZIONE-TROVATA
                NOT INVALID KEY
                    IF PN-STATO = "P"
                        PERFORM 4170-SCRIVI-RIGA-RITIRO
                        DISPLAY "Copia trattenuta al banco per utente "
                                PN-CODICE-UTENTE
                                " libro " LM-TIT
                    ELSE
                        DISPLAY "Copia in transito dalla sede "
                                PN-SEDE-COPIA " alla sede di ritiro "
                                PN-SEDE-RITIRO " per utente "
                                PN-CODICE-UTENTE
                    END-IF
            END-REWRITE
    END-READ.

4165-DESTINA-COPIA.
    *> la copia rientra al banco della sede centrale.
    *> Se la copia e' gia' nella sede di ritiro scelta dal prenotante
    *> resta al banco (P) e il termine di ritiro decorre da oggi;
    *> altrimenti entra in transito (T) verso la sede di ritiro, va
    *> sulla lista smistamento e il termine decorre solo dalla
    *> conferma di arrivo in PRENOTAZIONE
    ACCEPT WS-DATA-ODIERNA-AUDIT FROM DATE YYYYMMDD
    IF PN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO PN-SEDE-RITIRO
    END-IF
    MOVE WS-SEDE-CENTRALE TO PN-SEDE-COPIA
    *> prestiti e rientri al banco non toccano la giacenza di sede
    MOVE "N"              TO PN-GIACENZA-SCALATA
    IF PN-SEDE-RITIRO = PN-SEDE-COPIA
        MOVE "P"                   TO PN-STATO
        MOVE WS-DATA-ODIERNA-AUDIT TO PN-DATA-TRATTENUTA
        MOVE 0                     TO PN-DATA-TRANSITO
    ELSE
        MOVE "T"                   TO PN-STATO
        MOVE 0                     TO PN-DATA-TRATTENUTA
        MOVE WS-DATA-ODIERNA-AUDIT TO PN-DATA-TRANSITO
    END-IF.

4170-SCRIVI-RIGA-RITIRO.
    MOVE SPACES TO RITIRO-RECORD
    ACCEPT WS-DATA-ODIERNA-AUDIT FROM DATE YYYYMMDD
        NOT INVALID KEY
            MOVE UT-NOME TO RIT-NOME-UTENTE
    END-READ
    *> la sede in cui la copia aspetta davvero l'utente
    MOVE PN-SEDE-COPIA TO RIT-SEDE
    WRITE RITIRO-RECORD.

4200-REGISTRA-AUDIT-COPIE.
    COMPUTE WS-GIORNI-RITARDO =
        FUNCTION INTEGER-OF-DATE (WS-DATA-ODIERNA)
        - FUNCTION INTEGER-OF-DATE (WS-DATA-SCADENZA-NUM)

    *> i giorni di chiusura della sede del prestito non sono
    *> ritardo: un libro scaduto solo su giorni chiusi non paga
    IF PR-SEDE = SPACES
        MOVE WS-SEDE-CENTRALE TO WS-SEDE-CALENDARIO
    ELSE
        MOVE PR-SEDE TO WS-SEDE-CALENDARIO
    END-IF
    MOVE WS-DATA-ODIERNA TO WS-DATA-FINE-RITARDO
    PERFORM 4600-CONTA-GIORNI-CHIUSI
    SUBTRACT WS-GIORNI-CHIUSI FROM WS-GIORNI-RITARDO
    IF WS-GIORNI-RITARDO > 0
        PERFORM 4550-REGISTRA-ADDEBITO
    END-IF.

4550-REGISTRA-ADDEBITO.
    COMPUTE WS-MULTA ROUNDED =
        WS-GIORNI-RITARDO * WS-TARIFFA-GIORNALIERA

                INVALID KEY
                    DISPLAY "Impossibile addebitare la multa, utente "
                            PR-CODICE-UTENTE
                NOT INVALID KEY
                    PERFORM 4560-REGISTRA-GIORNALE-ADDEBITI
            END-WRITE
        NOT INVALID KEY
            ADD WS-MULTA TO MU-SALDO
                INVALID KEY
                    DISPLAY "Impossibile addebitare la multa, utente "
                            PR-CODICE-UTENTE
                NOT INVALID KEY
                    PERFORM 4560-REGISTRA-GIORNALE-ADDEBITI
            END-REWRITE
    END-READ
    DISPLAY "Rientro in ritardo di " WS-GIORNI-RITARDO
            " addebitata a utente " PR-CODICE-UTENTE
            " (saldo " MU-SALDO ")".

4560-REGISTRA-GIORNALE-ADDEBITI.
    *> ogni addebito sul conto lascia la sua riga datata: e' da qui
    *> che si ricostruisce a fine mese l'anzianita' del credito
    MOVE SPACES TO ADDEBITO-RECORD
    MOVE WS-DATA-ODIERNA TO AD-DATA
    ACCEPT WS-ORA-ODIERNA-AUDIT FROM TIME
    MOVE WS-ORA-ODIERNA-AUDIT TO AD-ORA
    MOVE WS-OPERATORE TO AD-OPERATORE
    MOVE PR-CODICE-UTENTE TO AD-CODICE-UTENTE
    MOVE "R" TO AD-TIPO
    MOVE WS-MULTA TO AD-IMPORTO
    MOVE PR-CODICE-LIBRO TO AD-CODICE-LIBRO
    WRITE ADDEBITO-RECORD.

4600-CONTA-GIORNI-CHIUSI.
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

9000-CHIUDI-FILE.
    CLOSE LIBRO-MASTER
    CLOSE LIBRO-AUDIT
    CLOSE UTENTI-MASTER
    CLOSE PRENOTAZIONI
    CLOSE LISTA-RITIRI
    CLOSE MULTE
    CLOSE GIORNALE-ADDEBITI
    CLOSE POLITICHE
    CLOSE CALENDARIO.
