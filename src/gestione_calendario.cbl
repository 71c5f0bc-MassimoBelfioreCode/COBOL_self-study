      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GESTIONE-CALENDARIO.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        *> calendario chiusure per sede, letto dai programmi che
        *> fissano le scadenze e contano i giorni di ritardo
        SELECT CALENDARIO ASSIGN TO "CALENDAR"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CA-CHIAVE
            FILE STATUS IS WS-CALENDARIO-STATUS.

        *> file operatori per il passo di firma, gestito da
        *> GESTIONE-OPERATORI
        SELECT OPERATORI ASSIGN TO "OPERATMS"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OP-CODICE
            FILE STATUS IS WS-OPERATORI-STATUS.

DATA DIVISION.
    FILE SECTION.
    FD  CALENDARIO.
        COPY CALEND REPLACING ==:CALEND-REC:== BY ==CALENDARIO-RECORD==
                               ==:PFX:==        BY ==CA==.

    FD  OPERATORI.
        COPY OPERAT REPLACING ==:OPERAT-REC:== BY ==OPERATORE-RECORD==
                               ==:PFX:==        BY ==OP==.

    WORKING-STORAGE SECTION.
      01 WS-OPERATORI-STATUS PIC X(2).
            88 WS-OPERATORI-OK         VALUE "00".
            88 WS-OPERATORI-NON-ESISTE VALUE "35".

    *> il calendario lo tengono solo i supervisori: sposta scadenze
    *> e multe di tutti i prestiti della sede
      01 WS-LIVELLO-RICHIESTO PIC 9(1) VALUE 2.

      01 WS-IN-CODICE-OPERATORE PIC X(8).

      01 WS-OPERATORE-VALIDO PIC X(1) VALUE "N".
            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-CALENDARIO-STATUS PIC X(2).
            88 WS-CALENDARIO-OK          VALUE "00".
            88 WS-CALENDARIO-EOF         VALUE "10".
            88 WS-CALENDARIO-NON-TROVATO VALUE "23".
            88 WS-CALENDARIO-DUPLICATO   VALUE "22".
            88 WS-CALENDARIO-NON-ESISTE  VALUE "35".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

    *> dati in ingresso: un intervallo di date della stessa sede, con
    *> un filtro facoltativo sul giorno della settimana per chiudere
    *> in un colpo tutte le domeniche dell'anno
      01 WS-IN-AZIONE PIC X(1).
            88 AZIONE-CHIUDI  VALUE "C".
            88 AZIONE-RIAPRI  VALUE "R".
            88 AZIONE-ELENCA  VALUE "E".

      01 WS-INPUT-CALENDARIO.
            02 WS-IN-SEDE         PIC X(3).
            02 WS-IN-DATA-DA      PIC 9(8).
            02 WS-IN-DATA-A       PIC 9(8).
    *> 1 = lunedi' ... 7 = domenica, 0 = tutti i giorni
            02 WS-IN-GIORNO-SETT  PIC 9(1).
            02 WS-IN-DESCRIZIONE  PIC X(30).

    *> un intervallo piu' lungo di un anno e' quasi sempre un errore
    *> di battitura sull'anno
      01 WS-MAX-GIORNI-INTERVALLO PIC 9(3) VALUE 366.

      01 WS-RICHIESTA-VALIDA PIC X(1) VALUE "N".
            88 RICHIESTA-VALIDA     VALUE "S".
            88 RICHIESTA-NON-VALIDA VALUE "N".

      01 WS-GIORNO-INT     PIC 9(7).
      01 WS-GIORNO-DA-INT  PIC 9(7).
      01 WS-GIORNO-A-INT   PIC 9(7).
      01 WS-GIORNO-DATA    PIC 9(8).
      01 WS-GIORNO-SETT    PIC 9(1).

      01 WS-FINE-SCANSIONE PIC X(1) VALUE "N".
            88 FINE-SCANSIONE VALUE "S".

      01 WS-NUM-GIORNI-CHIUSI  PIC 9(4) VALUE 0.
      01 WS-NUM-GIORNI-RIAPERTI PIC 9(4) VALUE 0.
      01 WS-NUM-GIORNI-ELENCATI PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0500-IDENTIFICA-OPERATORE
    IF OPERATORE-VALIDO
        PERFORM 1000-APRI-FILE
        PERFORM 2000-ACCETTA-RICHIESTA
        PERFORM 2500-VALIDA-RICHIESTA
        IF RICHIESTA-VALIDA
            IF AZIONE-CHIUDI
                PERFORM 3000-CHIUDI-GIORNI
            ELSE
                IF AZIONE-RIAPRI
                    PERFORM 4000-RIAPRI-GIORNI
                ELSE
                    PERFORM 5000-ELENCA-CHIUSURE
                END-IF
            END-IF
        END-IF
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

1000-APRI-FILE.
    *> il calendario viene creato alla prima esecuzione: finche' una
    *> sede non ha chiusure registrate tutti i giorni sono aperti
    OPEN I-O CALENDARIO
    IF WS-CALENDARIO-NON-ESISTE
        OPEN OUTPUT CALENDARIO
        CLOSE CALENDARIO
        OPEN I-O CALENDARIO
    END-IF.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Azione (C)hiudi (R)iapri (E)lenca: " WITH NO ADVANCING
    ACCEPT WS-IN-AZIONE
    DISPLAY "Codice sede: " WITH NO ADVANCING
    ACCEPT WS-IN-SEDE
    DISPLAY "Dal giorno (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-IN-DATA-DA
    DISPLAY "Al giorno (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-IN-DATA-A
    MOVE 0 TO WS-IN-GIORNO-SETT
    MOVE SPACES TO WS-IN-DESCRIZIONE
    IF AZIONE-CHIUDI OR AZIONE-RIAPRI
        DISPLAY "Solo il giorno della settimana (1=lun ... 7=dom, "
                "0=tutti): " WITH NO ADVANCING
        ACCEPT WS-IN-GIORNO-SETT
    END-IF
    IF AZIONE-CHIUDI
        DISPLAY "Motivo della chiusura: " WITH NO ADVANCING
        ACCEPT WS-IN-DESCRIZIONE
    END-IF.

2500-VALIDA-RICHIESTA.
    SET RICHIESTA-VALIDA TO TRUE
    IF NOT AZIONE-CHIUDI AND NOT AZIONE-RIAPRI AND NOT AZIONE-ELENCA
        DISPLAY "Azione non riconosciuta: " WS-IN-AZIONE
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA AND WS-IN-SEDE = SPACES
        DISPLAY "Codice sede obbligatorio"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA
        IF WS-IN-DATA-DA NOT NUMERIC OR WS-IN-DATA-A NOT NUMERIC
            DISPLAY "Date non valide: " WS-IN-DATA-DA " " WS-IN-DATA-A
            SET RICHIESTA-NON-VALIDA TO TRUE
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD (WS-IN-DATA-DA) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-IN-DATA-A) NOT = 0
                DISPLAY "Date non valide: " WS-IN-DATA-DA
                        " " WS-IN-DATA-A
                SET RICHIESTA-NON-VALIDA TO TRUE
            END-IF
        END-IF
    END-IF
    IF RICHIESTA-VALIDA AND WS-IN-DATA-A < WS-IN-DATA-DA
        DISPLAY "Data finale precedente alla data iniziale"
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF
    IF RICHIESTA-VALIDA
        COMPUTE WS-GIORNO-DA-INT =
            FUNCTION INTEGER-OF-DATE (WS-IN-DATA-DA)
        COMPUTE WS-GIORNO-A-INT =
            FUNCTION INTEGER-OF-DATE (WS-IN-DATA-A)
        IF (AZIONE-CHIUDI OR AZIONE-RIAPRI)
           AND WS-GIORNO-A-INT - WS-GIORNO-DA-INT
               >= WS-MAX-GIORNI-INTERVALLO
            DISPLAY "Intervallo oltre " WS-MAX-GIORNI-INTERVALLO
                    " giorni, richiesta rifiutata"
            SET RICHIESTA-NON-VALIDA TO TRUE
        END-IF
    END-IF
    IF RICHIESTA-VALIDA AND WS-IN-GIORNO-SETT > 7
        DISPLAY "Giorno della settimana non valido: "
                WS-IN-GIORNO-SETT
        SET RICHIESTA-NON-VALIDA TO TRUE
    END-IF.

3000-CHIUDI-GIORNI.
    *> un giorno gia' chiuso si riscrive con il nuovo motivo
    PERFORM VARYING WS-GIORNO-INT FROM WS-GIORNO-DA-INT BY 1
            UNTIL WS-GIORNO-INT > WS-GIORNO-A-INT
        PERFORM 3500-CALCOLA-GIORNO
        IF WS-IN-GIORNO-SETT = 0 OR WS-IN-GIORNO-SETT = WS-GIORNO-SETT
            MOVE WS-IN-SEDE     TO CA-SEDE
            MOVE WS-GIORNO-DATA TO CA-DATA
            READ CALENDARIO
                INVALID KEY
                    CONTINUE
            END-READ
            MOVE WS-IN-SEDE        TO CA-SEDE
            MOVE WS-GIORNO-DATA    TO CA-DATA
            MOVE WS-IN-DESCRIZIONE TO CA-DESCRIZIONE
            MOVE WS-OPERATORE      TO CA-OPERATORE
            IF WS-CALENDARIO-OK
                REWRITE CALENDARIO-RECORD
                    INVALID KEY
                        DISPLAY "Impossibile aggiornare la chiusura "
                                "del " CA-DATA " sede " CA-SEDE
                    NOT INVALID KEY
                        ADD 1 TO WS-NUM-GIORNI-CHIUSI
                END-REWRITE
            ELSE
                WRITE CALENDARIO-RECORD
                    INVALID KEY
                        DISPLAY "Impossibile registrare la chiusura "
                                "del " CA-DATA " sede " CA-SEDE
                    NOT INVALID KEY
                        ADD 1 TO WS-NUM-GIORNI-CHIUSI
                END-WRITE
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "Sede " WS-IN-SEDE ": " WS-NUM-GIORNI-CHIUSI
            " giorni registrati come chiusi".

3500-CALCOLA-GIORNO.
    *> il giorno 1 del calendario intero (1 gennaio 1601) era un
    *> lunedi': il resto della divisione per 7 da' il giorno della
    *> settimana
    COMPUTE WS-GIORNO-DATA = FUNCTION DATE-OF-INTEGER (WS-GIORNO-INT)
    COMPUTE WS-GIORNO-SETT =
        FUNCTION MOD (WS-GIORNO-INT - 1, 7) + 1.

4000-RIAPRI-GIORNI.
    PERFORM VARYING WS-GIORNO-INT FROM WS-GIORNO-DA-INT BY 1
            UNTIL WS-GIORNO-INT > WS-GIORNO-A-INT
        PERFORM 3500-CALCOLA-GIORNO
        IF WS-IN-GIORNO-SETT = 0 OR WS-IN-GIORNO-SETT = WS-GIORNO-SETT
            MOVE WS-IN-SEDE     TO CA-SEDE
            MOVE WS-GIORNO-DATA TO CA-DATA
            DELETE CALENDARIO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-NUM-GIORNI-RIAPERTI
            END-DELETE
        END-IF
    END-PERFORM
    DISPLAY "Sede " WS-IN-SEDE ": " WS-NUM-GIORNI-RIAPERTI
            " giorni riaperti".

5000-ELENCA-CHIUSURE.
    MOVE WS-IN-SEDE    TO CA-SEDE
    MOVE WS-IN-DATA-DA TO CA-DATA
    START CALENDARIO KEY NOT < CA-CHIAVE
        INVALID KEY SET FINE-SCANSIONE TO TRUE
    END-START
    PERFORM UNTIL FINE-SCANSIONE
        READ CALENDARIO NEXT RECORD
            AT END SET FINE-SCANSIONE TO TRUE
        END-READ
        IF NOT FINE-SCANSIONE
            IF CA-SEDE NOT = WS-IN-SEDE OR CA-DATA > WS-IN-DATA-A
                SET FINE-SCANSIONE TO TRUE
            ELSE
                ADD 1 TO WS-NUM-GIORNI-ELENCATI
                DISPLAY "Sede " CA-SEDE " chiusa il " CA-DATA
                        " " CA-DESCRIZIONE
                        " (operatore " CA-OPERATORE ")"
            END-IF
        END-IF
    END-PERFORM
    IF WS-NUM-GIORNI-ELENCATI = 0
        DISPLAY "Nessuna chiusura registrata per la sede "
                WS-IN-SEDE " nell'intervallo"
    END-IF.

9000-CHIUDI-FILE.
    CLOSE CALENDARIO.
