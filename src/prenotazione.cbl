            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RITIRI-STATUS.

        *> giacenze per sede, stesse di MOVIMENTI-BATCH: una copia
        *> trattenuta rimessa a scaffale rientra nella giacenza della
        *> sede in cui si trova
        SELECT STOCK-SEDI ASSIGN TO "SEDESTOK"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SD-CHIAVE
            FILE STATUS IS WS-STOCK-STATUS.

        *> anagrafica utenti gestita da GESTIONE-UTENTI: qui letta solo
        *> per validare la tessera prima di accodare la prenotazione
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
            02 RIT-CODICE-UTENTE  PIC X(10).
            02 FILLER             PIC X(1).
            02 RIT-NOME-UTENTE    PIC X(30).
            02 FILLER             PIC X(1).
            02 RIT-SEDE           PIC X(3).

    FD  STOCK-SEDI.
        COPY SEDESTK REPLACING ==:STOCK-REC:== BY ==STOCK-SEDE-RECORD==
                                ==:PFX:==       BY ==SD==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
      01 WS-RITIRI-STATUS PIC X(2).
            88 WS-RITIRI-OK VALUE "00".

      01 WS-STOCK-STATUS PIC X(2).
            88 WS-STOCK-OK         VALUE "00".
            88 WS-STOCK-NON-ESISTE VALUE "35".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.
      01 WS-DATA-ODIERNA-AUDIT PIC 9(8).
      01 WS-ORA-ODIERNA-AUDIT  PIC 9(8).
      01 WS-IN-AZIONE PIC X(1).
            88 AZIONE-PRENOTA  VALUE "P".
            88 AZIONE-CANCELLA VALUE "C".
            88 AZIONE-ARRIVO   VALUE "A".

      01 WS-INPUT-PRENOTAZIONE.
            02 WS-IN-CODICE-LIBRO  PIC X(10).
            02 WS-IN-CODICE-UTENTE PIC X(10).
            02 WS-IN-SEDE-RITIRO   PIC X(3).

    *> sede di ritiro quando l'utente non ne sceglie una
      01 WS-SEDE-CENTRALE PIC X(3) VALUE "CEN".

    *> sede in cui si trova la copia da riassegnare o da rimettere a
    *> scaffale (quella della prenotazione cancellata)
      01 WS-SEDE-COPIA PIC X(3).
    *> S = la copia era uscita dalla giacenza di sede (PN-GIACENZA-
    *> SCALATA della prenotazione cancellata)
      01 WS-GIACENZA-SCALATA PIC X(1).

      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-ORA-ODIERNA  PIC 9(8).
    *> chiave della prenotazione individuata dalla scansione della coda
      01 WS-ID-PRENOTAZIONE-TROVATA PIC X(36).
      01 WS-STATO-TROVATO           PIC X(1).
      01 WS-SEDE-COPIA-TROVATA      PIC X(3).
      01 WS-GIACENZA-TROVATA        PIC X(1).

      *> formattazione leggibile delle copie per la colonna di testo del log
      01 WS-COPIE-EDIT     PIC ZZ9.
            IF AZIONE-CANCELLA
                PERFORM 4000-CANCELLA
            ELSE
                IF AZIONE-ARRIVO
                    PERFORM 7000-CONFERMA-ARRIVO
                ELSE
                    DISPLAY "Azione non riconosciuta: " WS-IN-AZIONE
                END-IF
            END-IF
        END-IF
        PERFORM 9000-CHIUDI-FILE
    OPEN EXTEND LISTA-RITIRI
    IF WS-RITIRI-STATUS = "05" OR WS-RITIRI-STATUS = "35"
        OPEN OUTPUT LISTA-RITIRI
    END-IF
    OPEN I-O STOCK-SEDI
    IF WS-STOCK-NON-ESISTE
        OPEN OUTPUT STOCK-SEDI
        CLOSE STOCK-SEDI
        OPEN I-O STOCK-SEDI
    END-IF.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Azione (P)renota (C)ancella (A)rrivo in sede: "
            WITH NO ADVANCING
    ACCEPT WS-IN-AZIONE
    DISPLAY "Codice libro: " WITH NO ADVANCING
    ACCEPT WS-IN-CODICE-LIBRO
    DISPLAY "Codice utente: " WITH NO ADVANCING
    ACCEPT WS-IN-CODICE-UTENTE
    *> la sede di ritiro si sceglie solo alla prenotazione
    MOVE SPACES TO WS-IN-SEDE-RITIRO
    IF AZIONE-PRENOTA
        DISPLAY "Sede di ritiro (vuoto = centrale): " WITH NO ADVANCING
        ACCEPT WS-IN-SEDE-RITIRO
    END-IF
    IF WS-IN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO WS-IN-SEDE-RITIRO
    END-IF.

3000-PRENOTA.
    PERFORM 3100-VERIFICA-LIBRO
            DISPLAY "Libro non trovato a catalogo: codice " LM-CODICE
            SET WS-LIBRO-NON-TROVATO TO TRUE
    END-READ
    IF WS-LIBRO-OK AND LM-STATO = "R"
        DISPLAY "Titolo ritirato dalla collezione il " LM-DATA-RITIRO
                ", prenotazione rifiutata: codice " LM-CODICE
        SET WS-LIBRO-NON-TROVATO TO TRUE
    END-IF
    *> con copie a scaffale la prenotazione non serve: si prende il
    *> libro in prestito direttamente
    IF WS-LIBRO-OK AND LM-COPIE > 0
    MOVE WS-IN-CODICE-UTENTE TO PN-CODICE-UTENTE
    MOVE "A"                 TO PN-STATO
    MOVE 0                   TO PN-DATA-TRATTENUTA
    MOVE WS-IN-SEDE-RITIRO   TO PN-SEDE-RITIRO
    MOVE SPACES              TO PN-SEDE-COPIA
    MOVE 0                   TO PN-DATA-TRANSITO
    MOVE "N"                 TO PN-GIACENZA-SCALATA
    WRITE PRENOTAZIONE-RECORD
        INVALID KEY
            DISPLAY "Prenotazione gia' registrata in questo istante, "
            DISPLAY "Prenotazione accodata: libro " LM-TIT
                    " per utente " WS-IN-CODICE-UTENTE
                    " il " WS-DATA-ODIERNA
                    " ritiro in sede " WS-IN-SEDE-RITIRO
    END-WRITE.

4000-CANCELLA.
                DISPLAY "Prenotazione cancellata: libro "
                        WS-IN-CODICE-LIBRO
                        " utente " WS-IN-CODICE-UTENTE
                *> una copia gia' trattenuta al banco o in transito
                *> per questa prenotazione non deve restare bloccata:
                *> riparte dalla sede in cui si trova
                IF WS-STATO-TROVATO = "P" OR WS-STATO-TROVATO = "T"
                    MOVE WS-SEDE-COPIA-TROVATA TO WS-SEDE-COPIA
                    IF WS-SEDE-COPIA = SPACES
                        MOVE WS-SEDE-CENTRALE TO WS-SEDE-COPIA
                    END-IF
                    MOVE WS-GIACENZA-TROVATA TO WS-GIACENZA-SCALATA
                    PERFORM 4100-RIASSEGNA-COPIA-TRATTENUTA
                END-IF
        END-DELETE
                DISPLAY "Impossibile riassegnare la copia, prenotazione "
                        WS-ID-PRENOTAZIONE-TROVATA
            NOT INVALID KEY
                PERFORM 4120-DESTINA-COPIA
                REWRITE PRENOTAZIONE-RECORD
                    INVALID KEY
                        DISPLAY "Impossibile riassegnare la copia, "
                                "prenotazione " WS-ID-PRENOTAZIONE-TROVATA
                    NOT INVALID KEY
                        DISPLAY "Copia trattenuta riassegnata a utente "
                                PN-CODICE-UTENTE
                                " libro " PN-CODICE-LIBRO
                        IF PN-STATO = "P"
                            PERFORM 4150-SCRIVI-RIGA-RITIRO
                        ELSE
                            DISPLAY "Copia da spedire dalla sede "
                                    PN-SEDE-COPIA " alla sede "
                                    PN-SEDE-RITIRO
                        END-IF
                END-REWRITE
        END-READ
    ELSE
        PERFORM 4200-RIMETTI-COPIA-A-SCAFFALE
    END-IF.

4120-DESTINA-COPIA.
    *> stessa regola di RIENTRO: se la copia e' gia' nella sede di
    *> ritiro resta al banco (P) e il termine di ritiro decorre da
    *> oggi; altrimenti entra in transito (T) e il termine decorre
    *> solo dalla conferma di arrivo della sede di ritiro
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    IF PN-SEDE-RITIRO = SPACES
        MOVE WS-SEDE-CENTRALE TO PN-SEDE-RITIRO
    END-IF
    MOVE WS-SEDE-COPIA TO PN-SEDE-COPIA
    *> la copia passa di mano con la sua situazione di giacenza
    MOVE WS-GIACENZA-SCALATA TO PN-GIACENZA-SCALATA
    IF PN-SEDE-RITIRO = WS-SEDE-COPIA
        MOVE "P"             TO PN-STATO
        MOVE WS-DATA-ODIERNA TO PN-DATA-TRATTENUTA
        MOVE 0               TO PN-DATA-TRANSITO
    ELSE
        MOVE "T"             TO PN-STATO
        MOVE 0               TO PN-DATA-TRATTENUTA
        MOVE WS-DATA-ODIERNA TO PN-DATA-TRANSITO
    END-IF.

4150-SCRIVI-RIGA-RITIRO.
    *> stessa riga scritta da RIENTRO quando trattiene una copia: il
    *> banco deve vedere anche i ritiri riassegnati dalla coda
        NOT INVALID KEY
            MOVE UT-NOME TO RIT-NOME-UTENTE
    END-READ
    *> la sede in cui la copia aspetta davvero l'utente
    MOVE PN-SEDE-COPIA TO RIT-SEDE
    WRITE RITIRO-RECORD.

4200-RIMETTI-COPIA-A-SCAFFALE.
                            LM-CODICE
                NOT INVALID KEY
                    PERFORM 4300-REGISTRA-AUDIT-COPIE
                    IF WS-GIACENZA-SCALATA = "S"
                        PERFORM 4250-AUMENTA-STOCK-SEDE
                    END-IF
                    DISPLAY "Copia trattenuta rimessa a scaffale: "
                            "codice " LM-CODICE " sede " WS-SEDE-COPIA
            END-REWRITE
    END-READ.

4250-AUMENTA-STOCK-SEDE.
    *> stessa logica di MOVIMENTI-BATCH: la giacenza della sede in cui
    *> si trova la copia sale di uno, il record si crea se manca. Solo
    *> per le copie che il prestito in MOVIMENTI-BATCH aveva scalato:
    *> prestiti e rientri al banco non toccano la giacenza
    MOVE WS-IN-CODICE-LIBRO TO SD-CODICE-LIBRO
    MOVE WS-SEDE-COPIA      TO SD-SEDE
    READ STOCK-SEDI
        INVALID KEY
            MOVE WS-IN-CODICE-LIBRO TO SD-CODICE-LIBRO
            MOVE WS-SEDE-COPIA      TO SD-SEDE
            MOVE 1 TO SD-COPIE
            WRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile creare la giacenza di sede, "
                            "libro " WS-IN-CODICE-LIBRO
                            " sede " WS-SEDE-COPIA
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO SD-COPIE
            REWRITE STOCK-SEDE-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare la giacenza di "
                            "sede, libro " WS-IN-CODICE-LIBRO
                            " sede " WS-SEDE-COPIA
            END-REWRITE
    END-READ.

                    SET PRENOTAZIONE-TROVATA TO TRUE
                    MOVE PN-ID-PRENOTAZIONE TO WS-ID-PRENOTAZIONE-TROVATA
                    MOVE PN-STATO           TO WS-STATO-TROVATO
                    MOVE PN-SEDE-COPIA      TO WS-SEDE-COPIA-TROVATA
                    MOVE PN-GIACENZA-SCALATA TO WS-GIACENZA-TROVATA
                    SET FINE-SCANSIONE TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM.

7000-CONFERMA-ARRIVO.
    *> la sede di ritiro conferma l'arrivo di una copia in transito:
    *> la prenotazione diventa pronta al banco, il termine di ritiro
    *> di SCADENZA-RITIRI parte da oggi e l'utente va sulla lista
    *> ritiri con la sede in cui la copia lo aspetta
    PERFORM 5000-CERCA-PRENOTAZIONE-UTENTE
    IF PRENOTAZIONE-NON-TROVATA
        DISPLAY "Nessuna prenotazione in coda per utente "
                WS-IN-CODICE-UTENTE " libro " WS-IN-CODICE-LIBRO
    ELSE
        IF WS-STATO-TROVATO NOT = "T"
            DISPLAY "Prenotazione non in transito (stato "
                    WS-STATO-TROVATO "): utente " WS-IN-CODICE-UTENTE
                    " libro " WS-IN-CODICE-LIBRO
        ELSE
            MOVE WS-ID-PRENOTAZIONE-TROVATA TO PN-ID-PRENOTAZIONE
            READ PRENOTAZIONI
                INVALID KEY
                    DISPLAY "Impossibile leggere la prenotazione "
                            WS-ID-PRENOTAZIONE-TROVATA
                NOT INVALID KEY
                    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
                    IF PN-SEDE-RITIRO = SPACES
                        MOVE WS-SEDE-CENTRALE TO PN-SEDE-RITIRO
                    END-IF
                    IF PN-GIACENZA-SCALATA NOT = "S"
                        AND PN-SEDE-COPIA NOT = PN-SEDE-RITIRO
                        PERFORM 7050-SCALA-STOCK-MITTENTE
                        MOVE "S" TO PN-GIACENZA-SCALATA
                    END-IF
                    MOVE "P"             TO PN-STATO
                    MOVE PN-SEDE-RITIRO  TO PN-SEDE-COPIA
                    MOVE WS-DATA-ODIERNA TO PN-DATA-TRATTENUTA
                    REWRITE PRENOTAZIONE-RECORD
                        INVALID KEY
                            DISPLAY "Impossibile aggiornare la "
                                    "prenotazione "
                                    WS-ID-PRENOTAZIONE-TROVATA
                        NOT INVALID KEY
                            PERFORM 4150-SCRIVI-RIGA-RITIRO
                            DISPLAY "Arrivo confermato in sede "
                                    PN-SEDE-RITIRO ": copia pronta al "
                                    "ritiro per utente "
                                    PN-CODICE-UTENTE
                    END-REWRITE
            END-READ
        END-IF
    END-IF.

7050-SCALA-STOCK-MITTENTE.
    *> la copia arrivata e' ora nella sede di ritiro: come per il
    *> trasferimento di MOVIMENTI-BATCH esce dalla giacenza della sede
    *> che l'ha spedita, se questa la contava; da qui in poi la
    *> trattenuta risulta scalata e l'annullo o la scadenza
    *> riaccreditano la sede di ritiro
    MOVE PN-CODICE-LIBRO TO SD-CODICE-LIBRO
    MOVE PN-SEDE-COPIA   TO SD-SEDE
    READ STOCK-SEDI
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF SD-COPIE > 0
                SUBTRACT 1 FROM SD-COPIE
                REWRITE STOCK-SEDE-RECORD
                    INVALID KEY
                        DISPLAY "Impossibile aggiornare la giacenza "
                                "di sede, libro " PN-CODICE-LIBRO
                                " sede " PN-SEDE-COPIA
                END-REWRITE
            END-IF
    END-READ.

9000-CHIUDI-FILE.
    CLOSE LIBRO-MASTER
    CLOSE LIBRO-AUDIT
    CLOSE PRENOTAZIONI
    CLOSE UTENTI-MASTER
    CLOSE LISTA-RITIRI
    CLOSE STOCK-SEDI.
