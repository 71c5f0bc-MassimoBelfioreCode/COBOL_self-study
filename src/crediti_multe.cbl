      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDITI-MULTE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> giornale degli addebiti scritto da RIENTRO, SPORTELLO,
        *> MOVIMENTI-BATCH e DICHIARA-SMARRIMENTO: data e tipo di ogni
        *> importo messo a carico degli utenti
        SELECT GIORNALE-ADDEBITI ASSIGN TO "ADDEBITI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADDEBITI-STATUS.

        *> giornale di cassa scritto da PAGAMENTO-MULTE, lo stesso
        *> quadrato ogni sera da CHIUSURA-CASSA
        SELECT GIORNALE-INCASSI ASSIGN TO "INCASSI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INCASSI-STATUS.

        *> conto multe per utente: il saldo di oggi, riportato a fine
        *> mese togliendo gli addebiti e rimettendo gli incassi successivi
        SELECT MULTE ASSIGN TO "MULTEMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> anagrafica utenti, letta solo per il nome sulla lista stralci
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UT-CODICE
            FILE STATUS IS WS-UTENTI-STATUS.

        *> addebiti e incassi successivi al mese su file di lavoro,
        *> riordinati dalla SORT per utente e data decrescente
        SELECT LAVORO-CREDITI ASSIGN TO "CRELAV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LAVORO-STATUS.

        SELECT ORDINATO-CREDITI ASSIGN TO "CREORD"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDINATO-STATUS.

        SELECT SORT-CREDITI ASSIGN TO "SORTWK".

        *> report mensile per la ragioneria: movimento del mese,
        *> anzianita' del credito, incassi per giorno
        SELECT REPORT-CREDITI ASSIGN TO "CREDREPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        *> flusso a tracciato fisso per la contabilita' del comune
        SELECT FLUSSO-CONTABILE ASSIGN TO "CONTGEN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTABILE-STATUS.

        *> lista dei crediti proposti per lo stralcio, da firmare
        *> dal direttore
        SELECT LISTA-STRALCI ASSIGN TO "CREDSTRA"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STRALCI-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  GIORNALE-ADDEBITI.
        COPY ADDEBITO REPLACING ==:ADDEBITO-REC:== BY ==ADDEBITO-RECORD==
                                 ==:PFX:==          BY ==AD==.

    FD  GIORNALE-INCASSI.
        COPY INCASSO REPLACING ==:INCASSO-REC:== BY ==INCASSO-RECORD==
                                ==:PFX:==         BY ==INC==.

    FD  MULTE.
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.

    *> tipo R = addebito ritardo, S = addebito rimpiazzo,
    *> P = incasso successivo alla fine del mese
    FD  LAVORO-CREDITI.
      01 LAVORO-RECORD.
            02 LAV-CODICE-UTENTE  PIC X(10).
            02 LAV-DATA           PIC 9(8).
            02 LAV-TIPO           PIC X(1).
            02 LAV-IMPORTO        PIC 9(5)V9(2).

    FD  ORDINATO-CREDITI.
      01 ORDINATO-RECORD.
            02 ORD-CODICE-UTENTE  PIC X(10).
            02 ORD-DATA           PIC 9(8).
            02 ORD-TIPO           PIC X(1).
            02 ORD-IMPORTO        PIC 9(5)V9(2).

    SD  SORT-CREDITI.
      01 SORT-RECORD.
            02 SRT-CODICE-UTENTE  PIC X(10).
            02 SRT-DATA           PIC 9(8).
            02 SRT-TIPO           PIC X(1).
            02 SRT-IMPORTO        PIC 9(5)V9(2).

    FD  REPORT-CREDITI.
      01 REPORT-RECORD PIC X(132).

    *> tracciato concordato con la ragioneria: testata, una riga per
    *> scrittura (dare o avere) e coda con i totali di controllo
    FD  FLUSSO-CONTABILE.
      01 CG-TESTATA.
            02 CG-H-TIPO-RECORD     PIC X(1).
            02 CG-H-ENTE            PIC X(8).
            02 CG-H-PERIODO         PIC 9(6).
            02 CG-H-DATA-CREAZIONE  PIC 9(8).
            02 CG-H-DESCRIZIONE     PIC X(40).
            02 FILLER               PIC X(37).
      01 CG-DETTAGLIO.
            02 CG-D-TIPO-RECORD     PIC X(1).
            02 CG-D-PERIODO         PIC 9(6).
            02 CG-D-PROGRESSIVO     PIC 9(4).
            02 CG-D-CONTO           PIC X(10).
      *> SR = sanzioni per ritardo, RL = rimborso libri smarriti,
      *> IN = incassi di cassa
            02 CG-D-TIPO-ENTRATA    PIC X(2).
      *> D = dare, A = avere
            02 CG-D-SEGNO           PIC X(1).
            02 CG-D-IMPORTO         PIC 9(9)V9(2).
            02 CG-D-DESCRIZIONE     PIC X(40).
            02 FILLER               PIC X(25).
      01 CG-CODA.
            02 CG-T-TIPO-RECORD     PIC X(1).
            02 CG-T-PERIODO         PIC 9(6).
            02 CG-T-NUM-RIGHE       PIC 9(6).
            02 CG-T-TOTALE-DARE     PIC 9(11)V9(2).
            02 CG-T-TOTALE-AVERE    PIC 9(11)V9(2).
      *> stessi totali della somma delle CHIUSURA-CASSA del mese
            02 CG-T-TOTALE-INCASSI  PIC 9(9)V9(2).
            02 CG-T-NUM-INCASSI     PIC 9(6).
            02 FILLER               PIC X(44).

    FD  LISTA-STRALCI.
      01 STRALCIO-RIGA PIC X(132).

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> livello minimo per questa transazione (1=banco, 2=supervisore)
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-ADDEBITI-STATUS PIC X(2).
            88 WS-ADDEBITI-OK  VALUE "00".
            88 WS-ADDEBITI-EOF VALUE "10".

      01 WS-INCASSI-STATUS PIC X(2).
            88 WS-INCASSI-OK  VALUE "00".
            88 WS-INCASSI-EOF VALUE "10".

      01 WS-MULTE-STATUS PIC X(2).
            88 WS-MULTE-OK         VALUE "00".
            88 WS-MULTE-NON-ESISTE VALUE "35".

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK         VALUE "00".
            88 WS-UTENTI-NON-ESISTE VALUE "35".

      01 WS-LAVORO-STATUS PIC X(2).
            88 WS-LAVORO-OK VALUE "00".

      01 WS-ORDINATO-STATUS PIC X(2).
            88 WS-ORDINATO-OK VALUE "00".

      01 WS-REPORT-STATUS PIC X(2).
            88 WS-REPORT-OK VALUE "00".

      01 WS-CONTABILE-STATUS PIC X(2).
            88 WS-CONTABILE-OK VALUE "00".

      01 WS-STRALCI-STATUS PIC X(2).
            88 WS-STRALCI-OK VALUE "00".

      01 WS-DATA-ODIERNA PIC 9(8).

    *> mese da chiudere AAAAMM: vuoto o sporco vale il mese scorso
      01 WS-IN-PERIODO PIC X(6).
      01 WS-PERIODO    PIC 9(6).
      01 WS-PERIODO-R REDEFINES WS-PERIODO.
            02 WS-PERIODO-ANNO PIC 9(4).
            02 WS-PERIODO-MESE PIC 9(2).

      01 WS-DATA-INIZIO PIC 9(8).
      01 WS-DATA-FINE   PIC 9(8).
      01 WS-DATA-MESE-DOPO PIC 9(8).

    *> scomposizione di una data per il giorno del mese
      01 WS-DATA-LAVORO PIC 9(8).
      01 WS-DATA-LAVORO-R REDEFINES WS-DATA-LAVORO.
            02 WS-DL-ANNO   PIC 9(4).
            02 WS-DL-MESE   PIC 9(2).
            02 WS-DL-GIORNO PIC 9(2).

    *> giorni di anzianita' oltre i quali il credito si propone per
    *> lo stralcio: arriva da SYSIN, default due anni
      01 WS-IN-GIORNI-STRALCIO PIC 9(4).
      01 WS-GIORNI-STRALCIO    PIC 9(4).
      01 WS-STRALCIO-DEFAULT   PIC 9(4) VALUE 730.

    *> piano dei conti concordato con la ragioneria del comune
      01 WS-CODICE-ENTE        PIC X(8)  VALUE "BIBLCOM ".
      01 WS-CONTO-CREDITI      PIC X(10) VALUE "1302019901".
      01 WS-CONTO-CASSA        PIC X(10) VALUE "1101010101".
      01 WS-CONTO-SANZIONI     PIC X(10) VALUE "3020201001".
      01 WS-CONTO-RIMBORSI     PIC X(10) VALUE "3010299001".

    *> movimento del mese
      01 WS-MESE-ADDEB-RITARDO   PIC 9(8)V9(2) VALUE 0.
      01 WS-MESE-ADDEB-RIMPIAZZO PIC 9(8)V9(2) VALUE 0.
      01 WS-MESE-NUM-RITARDO     PIC 9(6) VALUE 0.
      01 WS-MESE-NUM-RIMPIAZZO   PIC 9(6) VALUE 0.
      01 WS-MESE-INCASSATO       PIC 9(9)V9(2) VALUE 0.
      01 WS-MESE-NUM-INCASSI     PIC 9(6) VALUE 0.

    *> incassi per giorno del mese, da riscontrare con le chiusure
    *> di cassa serali
      01 WS-TAB-GIORNI.
            02 WS-GG-RIGA OCCURS 31 TIMES.
                03 WS-GG-INCASSI PIC 9(6).
                03 WS-GG-IMPORTO PIC 9(7)V9(2).

    *> credito a fine mese per tipo (1 = ritardo, 2 = rimpiazzo) e
    *> fascia di anzianita' (0-30, 31-90, 91-365, oltre 365 giorni)
      01 WS-TAB-ANZIANITA.
            02 WS-ANZ-TIPO OCCURS 2 TIMES.
                03 WS-ANZ-IMPORTO PIC 9(8)V9(2) OCCURS 4 TIMES.
      01 WS-TAB-TOT-FASCIA.
            02 WS-TOT-FASCIA PIC 9(8)V9(2) OCCURS 4 TIMES.
      01 WS-TAB-TOT-TIPO.
            02 WS-TOT-TIPO   PIC 9(8)V9(2) OCCURS 2 TIMES.

      01 WS-I PIC 9(2).
      01 WS-T PIC 9(1).
      01 WS-F PIC 9(1).

    *> conto in lavorazione
      01 WS-SALDO-UTENTE   PIC S9(7)V9(2).
      01 WS-RESIDUO        PIC S9(7)V9(2).
      01 WS-QUOTA          PIC 9(7)V9(2).
      01 WS-GIORNI-ANZIANITA PIC 9(6).
      01 WS-DATA-ADDEBITO  PIC 9(8).
      01 WS-DATA-PIU-VECCHIA PIC 9(8).
      01 WS-UTENTE-STRALCIABILE PIC 9(7)V9(2).

      01 WS-FINE-ORDINATO PIC X(1) VALUE "N".
            88 FINE-ORDINATO VALUE "S".

      01 WS-FINE-MULTE PIC X(1) VALUE "N".
            88 FINE-MULTE VALUE "S".

    *> totali del credito
      01 WS-TOT-CREDITO     PIC 9(9)V9(2) VALUE 0.
      01 WS-TOT-PREGRESSO   PIC 9(9)V9(2) VALUE 0.
      01 WS-TOT-STRALCIABILE PIC 9(9)V9(2) VALUE 0.
      01 WS-NUM-STRALCI     PIC 9(6) VALUE 0.
      01 WS-CONTI-LETTI     PIC 9(6) VALUE 0.
      01 WS-CONTI-APERTI    PIC 9(6) VALUE 0.
      01 WS-CONTI-ANOMALI   PIC 9(6) VALUE 0.
      01 WS-ADDEBITI-SENZA-CONTO PIC 9(6) VALUE 0.

    *> flusso contabile
      01 WS-CG-PROGRESSIVO  PIC 9(4) VALUE 0.
      01 WS-CG-TOTALE-DARE  PIC 9(11)V9(2) VALUE 0.
      01 WS-CG-TOTALE-AVERE PIC 9(11)V9(2) VALUE 0.
      01 WS-CG-IMPORTO      PIC 9(9)V9(2).
      01 WS-CG-TIPO-ENTRATA PIC X(2).
      01 WS-CG-DESCRIZIONE  PIC X(40).
      01 WS-CG-CONTO-DARE   PIC X(10).
      01 WS-CG-CONTO-AVERE  PIC X(10).

    *> formattazione leggibile degli importi sui report
      01 WS-IMPORTO-EDIT   PIC ZZZZZZZZ9.99.
      01 WS-IMPORTO-EDIT-2 PIC ZZZZZZZZ9.99.
      01 WS-TAB-FASCIA-EDIT.
            02 WS-FASCIA-EDIT PIC ZZZZZZZZ9.99 OCCURS 5 TIMES.

      01 WS-RIGA-LAVORO PIC X(132).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-ACCETTA-PARAMETRI
        PERFORM 1500-APRI-FILE
        PERFORM 2000-SCANDISCI-ADDEBITI
        PERFORM 2500-SCANDISCI-INCASSI
        PERFORM 3000-ANZIANITA-CREDITI
        PERFORM 6000-SCRIVI-REPORT
        PERFORM 7000-SCRIVI-FLUSSO-CONTABILE
        PERFORM 8000-CHIUDI-STRALCI
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

1000-ACCETTA-PARAMETRI.
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    DISPLAY "Mese da chiudere AAAAMM (vuoto = mese scorso): "
            WITH NO ADVANCING
    ACCEPT WS-IN-PERIODO
    IF WS-IN-PERIODO NUMERIC
        MOVE WS-IN-PERIODO TO WS-PERIODO
    ELSE
        MOVE 0 TO WS-PERIODO
    END-IF
    IF WS-PERIODO-MESE < 1 OR WS-PERIODO-MESE > 12
        MOVE WS-DATA-ODIERNA TO WS-DATA-LAVORO
        IF WS-DL-MESE = 1
            COMPUTE WS-PERIODO-ANNO = WS-DL-ANNO - 1
            MOVE 12 TO WS-PERIODO-MESE
        ELSE
            MOVE WS-DL-ANNO TO WS-PERIODO-ANNO
            COMPUTE WS-PERIODO-MESE = WS-DL-MESE - 1
        END-IF
        DISPLAY "Mese non valido, chiuso il mese scorso: " WS-PERIODO
    END-IF
    DISPLAY "Giorni di anzianita' per lo stralcio: " WITH NO ADVANCING
    ACCEPT WS-IN-GIORNI-STRALCIO
    IF WS-IN-GIORNI-STRALCIO NOT NUMERIC
       OR WS-IN-GIORNI-STRALCIO = 0
        MOVE WS-STRALCIO-DEFAULT TO WS-GIORNI-STRALCIO
        DISPLAY "Giorni non validi, applicato il default: "
                WS-STRALCIO-DEFAULT
    ELSE
        MOVE WS-IN-GIORNI-STRALCIO TO WS-GIORNI-STRALCIO
    END-IF
    *> primo e ultimo giorno del mese: l'ultimo e' il giorno prima
    *> del primo del mese successivo, su data di calendario vera
    COMPUTE WS-DATA-INIZIO = WS-PERIODO * 100 + 1
    IF WS-PERIODO-MESE = 12
        COMPUTE WS-DATA-MESE-DOPO = (WS-PERIODO-ANNO + 1) * 10000 + 101
    ELSE
        COMPUTE WS-DATA-MESE-DOPO = WS-DATA-INIZIO + 100
    END-IF
    COMPUTE WS-DATA-FINE =
        FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (WS-DATA-MESE-DOPO) - 1)
    INITIALIZE WS-TAB-GIORNI
    INITIALIZE WS-TAB-ANZIANITA.

1500-APRI-FILE.
    OPEN INPUT GIORNALE-ADDEBITI
    OPEN INPUT GIORNALE-INCASSI
    OPEN INPUT MULTE
    IF WS-MULTE-NON-ESISTE
        OPEN OUTPUT MULTE
        CLOSE MULTE
        OPEN INPUT MULTE
    END-IF
    OPEN INPUT UTENTI-MASTER
    IF WS-UTENTI-NON-ESISTE
        OPEN OUTPUT UTENTI-MASTER
        CLOSE UTENTI-MASTER
        OPEN INPUT UTENTI-MASTER
    END-IF
    OPEN OUTPUT LAVORO-CREDITI
    OPEN OUTPUT REPORT-CREDITI
    OPEN OUTPUT FLUSSO-CONTABILE
    OPEN OUTPUT LISTA-STRALCI
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "CREDITI PER MULTE - MESE " WS-PERIODO
           " (DAL " WS-DATA-INIZIO " AL " WS-DATA-FINE ")"
           " - OPERATORE " WS-OPERATORE
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "CREDITI PROPOSTI PER LO STRALCIO - MESE " WS-PERIODO
           " - ANZIANITA' OLTRE " WS-GIORNI-STRALCIO " GIORNI"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  UTENTE     NOME                              CREDITO"
           "  DI CUI STRALCIABILE  PRIMO ADDEBITO  ULTIMO MOVIM."
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI.

2000-SCANDISCI-ADDEBITI.
    *> addebiti del mese per tipo; quelli fino a fine mese servono
    *> all'anzianita', quelli successivi a riportare il saldo indietro
    IF WS-ADDEBITI-OK
        READ GIORNALE-ADDEBITI
            AT END SET WS-ADDEBITI-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-ADDEBITI-EOF
            IF AD-DATA >= WS-DATA-INIZIO AND AD-DATA <= WS-DATA-FINE
                IF AD-TIPO = "S"
                    ADD 1 TO WS-MESE-NUM-RIMPIAZZO
                    ADD AD-IMPORTO TO WS-MESE-ADDEB-RIMPIAZZO
                ELSE
                    ADD 1 TO WS-MESE-NUM-RITARDO
                    ADD AD-IMPORTO TO WS-MESE-ADDEB-RITARDO
                END-IF
            END-IF
            MOVE AD-CODICE-UTENTE TO LAV-CODICE-UTENTE
            MOVE AD-DATA          TO LAV-DATA
            IF AD-TIPO = "S"
                MOVE "S" TO LAV-TIPO
            ELSE
                MOVE "R" TO LAV-TIPO
            END-IF
            MOVE AD-IMPORTO       TO LAV-IMPORTO
            WRITE LAVORO-RECORD
            READ GIORNALE-ADDEBITI
                AT END SET WS-ADDEBITI-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF.

2500-SCANDISCI-INCASSI.
    *> stessa selezione per data di CHIUSURA-CASSA, giorno per giorno:
    *> la somma del mese quadra con le chiusure serali
    IF WS-INCASSI-OK
        READ GIORNALE-INCASSI
            AT END SET WS-INCASSI-EOF TO TRUE
        END-READ
        PERFORM UNTIL WS-INCASSI-EOF
            IF INC-DATA >= WS-DATA-INIZIO AND INC-DATA <= WS-DATA-FINE
                ADD 1 TO WS-MESE-NUM-INCASSI
                ADD INC-IMPORTO TO WS-MESE-INCASSATO
                MOVE INC-DATA TO WS-DATA-LAVORO
                ADD 1 TO WS-GG-INCASSI (WS-DL-GIORNO)
                ADD INC-IMPORTO TO WS-GG-IMPORTO (WS-DL-GIORNO)
            END-IF
            IF INC-DATA > WS-DATA-FINE
                MOVE INC-CODICE-UTENTE TO LAV-CODICE-UTENTE
                MOVE INC-DATA          TO LAV-DATA
                MOVE "P"               TO LAV-TIPO
                MOVE INC-IMPORTO       TO LAV-IMPORTO
                WRITE LAVORO-RECORD
            END-IF
            READ GIORNALE-INCASSI
                AT END SET WS-INCASSI-EOF TO TRUE
            END-READ
        END-PERFORM
    END-IF
    CLOSE LAVORO-CREDITI.

3000-ANZIANITA-CREDITI.
    *> per utente, dal movimento piu' recente al piu' vecchio: prima
    *> si riporta il saldo di oggi a fine mese, poi lo si ripartisce
    *> sugli addebiti a ritroso (gli incassi pagano sempre il debito
    *> piu' vecchio), cosi' ogni euro ancora dovuto ha la sua data
    SORT SORT-CREDITI
        ON ASCENDING KEY SRT-CODICE-UTENTE
        ON DESCENDING KEY SRT-DATA
        USING LAVORO-CREDITI
        GIVING ORDINATO-CREDITI

    OPEN INPUT ORDINATO-CREDITI
    PERFORM 3900-LEGGI-ORDINATO
    MOVE LOW-VALUES TO MU-CODICE-UTENTE
    START MULTE KEY NOT < MU-CODICE-UTENTE
        INVALID KEY SET FINE-MULTE TO TRUE
    END-START
    PERFORM UNTIL FINE-MULTE
        READ MULTE NEXT RECORD
            AT END SET FINE-MULTE TO TRUE
        END-READ
        IF NOT FINE-MULTE
            ADD 1 TO WS-CONTI-LETTI
            PERFORM 3100-ELABORA-CONTO
        END-IF
    END-PERFORM
    *> addebiti di utenti il cui conto a zero non c'e' piu'
    PERFORM UNTIL FINE-ORDINATO
        ADD 1 TO WS-ADDEBITI-SENZA-CONTO
        PERFORM 3900-LEGGI-ORDINATO
    END-PERFORM
    CLOSE ORDINATO-CREDITI.

3100-ELABORA-CONTO.
    PERFORM UNTIL FINE-ORDINATO
               OR ORD-CODICE-UTENTE NOT < MU-CODICE-UTENTE
        ADD 1 TO WS-ADDEBITI-SENZA-CONTO
        PERFORM 3900-LEGGI-ORDINATO
    END-PERFORM
    *> saldo a fine mese: via gli addebiti successivi, di nuovo
    *> dentro gli incassi successivi
    MOVE MU-SALDO TO WS-SALDO-UTENTE
    PERFORM UNTIL FINE-ORDINATO
               OR ORD-CODICE-UTENTE NOT = MU-CODICE-UTENTE
               OR ORD-DATA NOT > WS-DATA-FINE
        IF ORD-TIPO = "P"
            ADD ORD-IMPORTO TO WS-SALDO-UTENTE
        ELSE
            SUBTRACT ORD-IMPORTO FROM WS-SALDO-UTENTE
        END-IF
        PERFORM 3900-LEGGI-ORDINATO
    END-PERFORM
    IF WS-SALDO-UTENTE < 0
        ADD 1 TO WS-CONTI-ANOMALI
        MOVE 0 TO WS-SALDO-UTENTE
    END-IF
    IF WS-SALDO-UTENTE > 0
        ADD 1 TO WS-CONTI-APERTI
        ADD WS-SALDO-UTENTE TO WS-TOT-CREDITO
    END-IF
    MOVE WS-SALDO-UTENTE TO WS-RESIDUO
    MOVE 0 TO WS-DATA-PIU-VECCHIA
    MOVE 0 TO WS-UTENTE-STRALCIABILE
    PERFORM UNTIL FINE-ORDINATO
               OR ORD-CODICE-UTENTE NOT = MU-CODICE-UTENTE
        IF WS-RESIDUO > 0
            IF ORD-IMPORTO < WS-RESIDUO
                MOVE ORD-IMPORTO TO WS-QUOTA
            ELSE
                MOVE WS-RESIDUO TO WS-QUOTA
            END-IF
            SUBTRACT WS-QUOTA FROM WS-RESIDUO
            IF ORD-TIPO = "S"
                MOVE 2 TO WS-T
            ELSE
                MOVE 1 TO WS-T
            END-IF
            MOVE ORD-DATA TO WS-DATA-ADDEBITO
            PERFORM 3200-CLASSIFICA-QUOTA
        END-IF
        MOVE ORD-DATA TO WS-DATA-PIU-VECCHIA
        PERFORM 3900-LEGGI-ORDINATO
    END-PERFORM
    *> saldo anteriore al giornale addebiti: senza data propria, e'
    *> piu' vecchio del primo addebito registrato o, se non ce ne
    *> sono, risale almeno all'ultimo movimento del conto
    IF WS-RESIDUO > 0
        MOVE WS-RESIDUO TO WS-QUOTA
        ADD WS-QUOTA TO WS-TOT-PREGRESSO
        MOVE 1 TO WS-T
        IF WS-DATA-PIU-VECCHIA > 0
            MOVE WS-DATA-PIU-VECCHIA TO WS-DATA-ADDEBITO
        ELSE
            IF MU-DATA-ULTIMO-MOVIMENTO NUMERIC
               AND MU-DATA-ULTIMO-MOVIMENTO > 0
               AND MU-DATA-ULTIMO-MOVIMENTO NOT > WS-DATA-FINE
                MOVE MU-DATA-ULTIMO-MOVIMENTO TO WS-DATA-ADDEBITO
            ELSE
                MOVE WS-DATA-FINE TO WS-DATA-ADDEBITO
            END-IF
        END-IF
        IF WS-DATA-PIU-VECCHIA = 0
            MOVE WS-DATA-ADDEBITO TO WS-DATA-PIU-VECCHIA
        END-IF
        PERFORM 3200-CLASSIFICA-QUOTA
    END-IF
    IF WS-UTENTE-STRALCIABILE > 0
        PERFORM 3500-SCRIVI-STRALCIO
    END-IF.

3200-CLASSIFICA-QUOTA.
    COMPUTE WS-GIORNI-ANZIANITA =
        FUNCTION INTEGER-OF-DATE (WS-DATA-FINE)
        - FUNCTION INTEGER-OF-DATE (WS-DATA-ADDEBITO)
    IF WS-GIORNI-ANZIANITA <= 30
        MOVE 1 TO WS-F
    ELSE
        IF WS-GIORNI-ANZIANITA <= 90
            MOVE 2 TO WS-F
        ELSE
            IF WS-GIORNI-ANZIANITA <= 365
                MOVE 3 TO WS-F
            ELSE
                MOVE 4 TO WS-F
            END-IF
        END-IF
    END-IF
    ADD WS-QUOTA TO WS-ANZ-IMPORTO (WS-T WS-F)
    IF WS-GIORNI-ANZIANITA > WS-GIORNI-STRALCIO
        ADD WS-QUOTA TO WS-UTENTE-STRALCIABILE
    END-IF.

3500-SCRIVI-STRALCIO.
    ADD 1 TO WS-NUM-STRALCI
    ADD WS-UTENTE-STRALCIABILE TO WS-TOT-STRALCIABILE
    MOVE MU-CODICE-UTENTE TO UT-CODICE
    READ UTENTI-MASTER
        INVALID KEY
            MOVE "(utente non in anagrafica)" TO UT-NOME
    END-READ
    MOVE WS-SALDO-UTENTE        TO WS-IMPORTO-EDIT
    MOVE WS-UTENTE-STRALCIABILE TO WS-IMPORTO-EDIT-2
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  " MU-CODICE-UTENTE " " UT-NOME
           " " WS-IMPORTO-EDIT
           "     " WS-IMPORTO-EDIT-2
           "        " WS-DATA-PIU-VECCHIA
           "        " MU-DATA-ULTIMO-MOVIMENTO
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI.

3900-LEGGI-ORDINATO.
    READ ORDINATO-CREDITI
        AT END SET FINE-ORDINATO TO TRUE
    END-READ.

6000-SCRIVI-REPORT.
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE "MOVIMENTO DEL MESE" TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-MESE-ADDEB-RITARDO TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  ADDEBITATO PER RITARDO      " WS-IMPORTO-EDIT
           "  (" WS-MESE-NUM-RITARDO " ADDEBITI)"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-MESE-ADDEB-RIMPIAZZO TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  ADDEBITATO PER RIMPIAZZO    " WS-IMPORTO-EDIT
           "  (" WS-MESE-NUM-RIMPIAZZO " ADDEBITI)"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-MESE-INCASSATO TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  INCASSATO                   " WS-IMPORTO-EDIT
           "  (" WS-MESE-NUM-INCASSI " INCASSI)"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-TOT-CREDITO TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  CREDITO RESIDUO A FINE MESE " WS-IMPORTO-EDIT
           "  (" WS-CONTI-APERTI " CONTI APERTI)"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT

    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE "ANZIANITA' DEL CREDITO A FINE MESE" TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  TIPO                0-30 GG     31-90 GG    91-365 GG"
           "   OLTRE 1 ANNO       TOTALE"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    INITIALIZE WS-TAB-TOT-FASCIA
    PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 2
        MOVE 0 TO WS-TOT-TIPO (WS-T)
        PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 4
            ADD WS-ANZ-IMPORTO (WS-T WS-F) TO WS-TOT-TIPO (WS-T)
            ADD WS-ANZ-IMPORTO (WS-T WS-F) TO WS-TOT-FASCIA (WS-F)
            MOVE WS-ANZ-IMPORTO (WS-T WS-F) TO WS-FASCIA-EDIT (WS-F)
        END-PERFORM
        MOVE WS-TOT-TIPO (WS-T) TO WS-FASCIA-EDIT (5)
        MOVE SPACES TO WS-RIGA-LAVORO
        IF WS-T = 1
            STRING "  RITARDO     " WS-FASCIA-EDIT (1)
                   " " WS-FASCIA-EDIT (2) " " WS-FASCIA-EDIT (3)
                   " " WS-FASCIA-EDIT (4) " " WS-FASCIA-EDIT (5)
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
        ELSE
            STRING "  RIMPIAZZO   " WS-FASCIA-EDIT (1)
                   " " WS-FASCIA-EDIT (2) " " WS-FASCIA-EDIT (3)
                   " " WS-FASCIA-EDIT (4) " " WS-FASCIA-EDIT (5)
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
        END-IF
        PERFORM 7900-SCRIVI-RIGA-REPORT
    END-PERFORM
    PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 4
        MOVE WS-TOT-FASCIA (WS-F) TO WS-FASCIA-EDIT (WS-F)
    END-PERFORM
    MOVE WS-TOT-CREDITO TO WS-FASCIA-EDIT (5)
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  TOTALE      " WS-FASCIA-EDIT (1)
           " " WS-FASCIA-EDIT (2) " " WS-FASCIA-EDIT (3)
           " " WS-FASCIA-EDIT (4) " " WS-FASCIA-EDIT (5)
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-TOT-PREGRESSO TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  DI CUI ANTERIORE AL GIORNALE ADDEBITI (CLASSIFICATO "
           "RITARDO) " WS-IMPORTO-EDIT
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-TOT-STRALCIABILE TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  PROPOSTO PER LO STRALCIO (OLTRE " WS-GIORNI-STRALCIO
           " GIORNI) " WS-IMPORTO-EDIT
           "  (" WS-NUM-STRALCI " UTENTI, VEDI LISTA STRALCI)"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    IF WS-CONTI-ANOMALI > 0 OR WS-ADDEBITI-SENZA-CONTO > 0
        MOVE SPACES TO WS-RIGA-LAVORO
        STRING "  ATTENZIONE: CONTI CON SALDO A FINE MESE NEGATIVO "
               WS-CONTI-ANOMALI
               " - ADDEBITI SENZA CONTO MULTE " WS-ADDEBITI-SENZA-CONTO
            DELIMITED BY SIZE INTO WS-RIGA-LAVORO
        PERFORM 7900-SCRIVI-RIGA-REPORT
    END-IF

    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE "INCASSI PER GIORNO (RISCONTRO CON CHIUSURA-CASSA)"
        TO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    MOVE WS-DATA-INIZIO TO WS-DATA-LAVORO
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 31
        IF WS-GG-INCASSI (WS-I) > 0
            MOVE WS-I TO WS-DL-GIORNO
            MOVE WS-GG-IMPORTO (WS-I) TO WS-IMPORTO-EDIT
            MOVE SPACES TO WS-RIGA-LAVORO
            STRING "  " WS-DATA-LAVORO
                   "   INCASSI " WS-GG-INCASSI (WS-I)
                   "   IMPORTO " WS-IMPORTO-EDIT
                DELIMITED BY SIZE INTO WS-RIGA-LAVORO
            PERFORM 7900-SCRIVI-RIGA-REPORT
        END-IF
    END-PERFORM
    MOVE WS-MESE-INCASSATO TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  TOTALE MESE INCASSI " WS-MESE-NUM-INCASSI
           "   IMPORTO " WS-IMPORTO-EDIT
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 7900-SCRIVI-RIGA-REPORT
    DISPLAY "Mese " WS-PERIODO
            ": addebitato ritardo " WS-MESE-ADDEB-RITARDO
            " rimpiazzo " WS-MESE-ADDEB-RIMPIAZZO
            " incassato " WS-MESE-INCASSATO
            " credito residuo " WS-TOT-CREDITO.

7000-SCRIVI-FLUSSO-CONTABILE.
    MOVE SPACES TO CG-TESTATA
    MOVE "H"             TO CG-H-TIPO-RECORD
    MOVE WS-CODICE-ENTE  TO CG-H-ENTE
    MOVE WS-PERIODO      TO CG-H-PERIODO
    MOVE WS-DATA-ODIERNA TO CG-H-DATA-CREAZIONE
    MOVE "BIBLIOTECA - SANZIONI E RIMBORSI UTENTI" TO CG-H-DESCRIZIONE
    WRITE CG-TESTATA
    *> addebiti del mese: credito verso utenti contro ricavo, per
    *> tipo di entrata
    MOVE WS-MESE-ADDEB-RITARDO TO WS-CG-IMPORTO
    MOVE "SR" TO WS-CG-TIPO-ENTRATA
    MOVE "SANZIONI RITARDATA RESTITUZIONE" TO WS-CG-DESCRIZIONE
    MOVE WS-CONTO-CREDITI  TO WS-CG-CONTO-DARE
    MOVE WS-CONTO-SANZIONI TO WS-CG-CONTO-AVERE
    PERFORM 7100-SCRIVI-SCRITTURA
    MOVE WS-MESE-ADDEB-RIMPIAZZO TO WS-CG-IMPORTO
    MOVE "RL" TO WS-CG-TIPO-ENTRATA
    MOVE "RIMBORSO LIBRI SMARRITI" TO WS-CG-DESCRIZIONE
    MOVE WS-CONTO-CREDITI  TO WS-CG-CONTO-DARE
    MOVE WS-CONTO-RIMBORSI TO WS-CG-CONTO-AVERE
    PERFORM 7100-SCRIVI-SCRITTURA
    *> incassi del mese: cassa contro credito verso utenti
    MOVE WS-MESE-INCASSATO TO WS-CG-IMPORTO
    MOVE "IN" TO WS-CG-TIPO-ENTRATA
    MOVE "INCASSI DI CASSA SANZIONI E RIMBORSI" TO WS-CG-DESCRIZIONE
    MOVE WS-CONTO-CASSA    TO WS-CG-CONTO-DARE
    MOVE WS-CONTO-CREDITI  TO WS-CG-CONTO-AVERE
    PERFORM 7100-SCRIVI-SCRITTURA
    MOVE SPACES TO CG-CODA
    MOVE "T"                 TO CG-T-TIPO-RECORD
    MOVE WS-PERIODO          TO CG-T-PERIODO
    MOVE WS-CG-PROGRESSIVO   TO CG-T-NUM-RIGHE
    MOVE WS-CG-TOTALE-DARE   TO CG-T-TOTALE-DARE
    MOVE WS-CG-TOTALE-AVERE  TO CG-T-TOTALE-AVERE
    MOVE WS-MESE-INCASSATO   TO CG-T-TOTALE-INCASSI
    MOVE WS-MESE-NUM-INCASSI TO CG-T-NUM-INCASSI
    WRITE CG-CODA
    DISPLAY "Flusso contabile: scritture " WS-CG-PROGRESSIVO
            " dare " WS-CG-TOTALE-DARE
            " avere " WS-CG-TOTALE-AVERE.

7100-SCRIVI-SCRITTURA.
    *> una scrittura = riga in dare e riga in avere dello stesso
    *> importo; a importo zero non si scrive nulla
    IF WS-CG-IMPORTO > 0
        MOVE SPACES TO CG-DETTAGLIO
        MOVE "D"                TO CG-D-TIPO-RECORD
        MOVE WS-PERIODO         TO CG-D-PERIODO
        MOVE WS-CG-TIPO-ENTRATA TO CG-D-TIPO-ENTRATA
        MOVE WS-CG-IMPORTO      TO CG-D-IMPORTO
        MOVE WS-CG-DESCRIZIONE  TO CG-D-DESCRIZIONE
        ADD 1 TO WS-CG-PROGRESSIVO
        MOVE WS-CG-PROGRESSIVO  TO CG-D-PROGRESSIVO
        MOVE WS-CG-CONTO-DARE   TO CG-D-CONTO
        MOVE "D"                TO CG-D-SEGNO
        WRITE CG-DETTAGLIO
        ADD WS-CG-IMPORTO TO WS-CG-TOTALE-DARE
        ADD 1 TO WS-CG-PROGRESSIVO
        MOVE WS-CG-PROGRESSIVO  TO CG-D-PROGRESSIVO
        MOVE WS-CG-CONTO-AVERE  TO CG-D-CONTO
        MOVE "A"                TO CG-D-SEGNO
        WRITE CG-DETTAGLIO
        ADD WS-CG-IMPORTO TO WS-CG-TOTALE-AVERE
    END-IF.

7900-SCRIVI-RIGA-REPORT.
    MOVE WS-RIGA-LAVORO TO REPORT-RECORD
    WRITE REPORT-RECORD.

8000-CHIUDI-STRALCI.
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI
    MOVE WS-TOT-STRALCIABILE TO WS-IMPORTO-EDIT
    MOVE SPACES TO WS-RIGA-LAVORO
    STRING "  UTENTI PROPOSTI " WS-NUM-STRALCI
           "  TOTALE STRALCIABILE " WS-IMPORTO-EDIT
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI
    MOVE SPACES TO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI
    STRING "  APPROVAZIONE DEL DIRETTORE: ______________________"
           "  DATA: __________"
        DELIMITED BY SIZE INTO WS-RIGA-LAVORO
    PERFORM 8900-SCRIVI-RIGA-STRALCI.

8900-SCRIVI-RIGA-STRALCI.
    MOVE WS-RIGA-LAVORO TO STRALCIO-RIGA
    WRITE STRALCIO-RIGA.

9000-CHIUDI-FILE.
    CLOSE GIORNALE-ADDEBITI
    CLOSE GIORNALE-INCASSI
    CLOSE MULTE
    CLOSE UTENTI-MASTER
    CLOSE REPORT-CREDITI
    CLOSE FLUSSO-CONTABILE
    CLOSE LISTA-STRALCI.
