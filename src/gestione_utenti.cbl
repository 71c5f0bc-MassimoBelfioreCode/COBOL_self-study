            88 OPERATORE-VALIDO     VALUE "S".
            88 OPERATORE-NON-VALIDO VALUE "N".

      01 WS-OPERATORE PIC X(8) VALUE SPACES.

      01 WS-UTENTI-STATUS PIC X(2).
            88 WS-UTENTI-OK          VALUE "00".
            88 WS-UTENTI-NON-TROVATO VALUE "23".
            88 AZIONE-SOSPENDI  VALUE "S".
            88 AZIONE-RIATTIVA  VALUE "R".
            88 AZIONE-RINNOVA   VALUE "N".
            88 AZIONE-CATEGORIA VALUE "C".
            88 AZIONE-AVVISI    VALUE "V".
            88 AZIONE-RECAPITI  VALUE "E".

      01 WS-INPUT-UTENTE.
            02 WS-IN-CODICE-UTENTE PIC X(10).
            02 WS-IN-INDIRIZZO     PIC X(40).
            02 WS-IN-TELEFONO      PIC X(15).
            02 WS-IN-EMAIL         PIC X(40).
            02 WS-IN-CATEGORIA     PIC X(1).
                  88 CATEGORIA-VALIDA VALUE "A" "R" "S" "P" "I".
    *> rinuncia per tipo di avviso e-mail/SMS: S = niente avviso
            02 WS-IN-NO-AVVISO-SCADENZA  PIC X(1).
                  88 NO-SCADENZA-VALIDO  VALUE "S" "N".
            02 WS-IN-NO-AVVISO-RITIRO    PIC X(1).
                  88 NO-RITIRO-VALIDO    VALUE "S" "N".
            02 WS-IN-NO-AVVISO-DECADENZA PIC X(1).
                  88 NO-DECADENZA-VALIDO VALUE "S" "N".

      01 WS-DATA-ODIERNA PIC 9(8).
      01 WS-DATA-SCADENZA-NUM PIC 9(8).
            PERFORM 3000-ISCRIVI-UTENTE
        ELSE
            IF AZIONE-SOSPENDI OR AZIONE-RIATTIVA OR AZIONE-RINNOVA
               OR AZIONE-CATEGORIA OR AZIONE-AVVISI OR AZIONE-RECAPITI
                PERFORM 4000-AGGIORNA-STATO
            ELSE
                DISPLAY "Azione non riconosciuta: " WS-IN-AZIONE
    END-IF
    IF WS-OPERATORI-OK
        SET OPERATORE-VALIDO TO TRUE
        MOVE OP-CODICE TO WS-OPERATORE
        DISPLAY "Operatore: " OP-NOME
    END-IF
    CLOSE OPERATORI.
    END-IF.

2000-ACCETTA-RICHIESTA.
    DISPLAY "Azione (I)scrivi (S)ospendi (R)iattiva ri(N)nova "
            "(C)ategoria a(V)visi r(E)capiti: " WITH NO ADVANCING
    ACCEPT WS-IN-AZIONE
    DISPLAY "Codice utente: " WITH NO ADVANCING
    ACCEPT WS-IN-CODICE-UTENTE
        ACCEPT WS-IN-NOME
        DISPLAY "Indirizzo: " WITH NO ADVANCING
        ACCEPT WS-IN-INDIRIZZO
    END-IF
    IF AZIONE-ISCRIVI OR AZIONE-RECAPITI
        DISPLAY "Telefono: " WITH NO ADVANCING
        ACCEPT WS-IN-TELEFONO
        DISPLAY "Email: " WITH NO ADVANCING
        ACCEPT WS-IN-EMAIL
    END-IF
    IF AZIONE-AVVISI
        DISPLAY "Rinuncia avviso scadenza prestito (S/N): "
                WITH NO ADVANCING
        ACCEPT WS-IN-NO-AVVISO-SCADENZA
        DISPLAY "Rinuncia avviso copia pronta al ritiro (S/N): "
                WITH NO ADVANCING
        ACCEPT WS-IN-NO-AVVISO-RITIRO
        DISPLAY "Rinuncia avviso trattenuta decaduta (S/N): "
                WITH NO ADVANCING
        ACCEPT WS-IN-NO-AVVISO-DECADENZA
    END-IF
    IF AZIONE-ISCRIVI OR AZIONE-CATEGORIA
        DISPLAY "Categoria (A=adulto R=ragazzo S=studente "
                "P=personale I=istituzione): " WITH NO ADVANCING
        ACCEPT WS-IN-CATEGORIA
    END-IF.

3000-ISCRIVI-UTENTE.
    *> la categoria sceglie la politica di prestito: senza una
    *> categoria valida l'iscrizione non passa
    IF NOT CATEGORIA-VALIDA
        DISPLAY "Categoria non valida: " WS-IN-CATEGORIA
                " (ammesse A, R, S, P, I), utente non iscritto"
    ELSE
        PERFORM 3100-SCRIVI-UTENTE
    END-IF.

3100-SCRIVI-UTENTE.
    ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
    *> aritmetica su data di calendario vera, non sul formato YYYYMMDD
    *> grezzo (che sforerebbe a fine anno)
    MOVE "A"                  TO UT-STATO
    MOVE WS-DATA-ODIERNA      TO UT-DATA-ISCRIZIONE
    MOVE WS-DATA-SCADENZA-NUM TO UT-DATA-SCADENZA
    MOVE WS-IN-CATEGORIA      TO UT-CATEGORIA
    MOVE SPACE                TO UT-ORIGINE-SOSPENSIONE
    MOVE WS-DATA-ODIERNA      TO UT-DATA-STATO
    MOVE WS-OPERATORE         TO UT-OPERATORE-STATO
    *> alla iscrizione l'utente riceve tutti gli avvisi
    MOVE "N"                  TO UT-NO-AVVISO-SCADENZA
    MOVE "N"                  TO UT-NO-AVVISO-RITIRO
    MOVE "N"                  TO UT-NO-AVVISO-DECADENZA
    MOVE "N"                  TO UT-RECAPITO-RESPINTO
    MOVE 0                    TO UT-DATA-RESPINTO

    WRITE UTENTE-MASTER-RECORD
        INVALID KEY
            DISPLAY "Utente iscritto: " UT-NOME
                    " codice " UT-CODICE
                    " tessera valida fino al " UT-DATA-SCADENZA
                    " categoria " UT-CATEGORIA
    END-WRITE.

4000-AGGIORNA-STATO.
        INVALID KEY
            DISPLAY "Utente non trovato in anagrafica: codice " UT-CODICE
    END-READ
    IF WS-UTENTI-OK AND AZIONE-CATEGORIA AND NOT CATEGORIA-VALIDA
        *> categoria rifiutata: niente REWRITE, come il rifiuto
        *> all'iscrizione
        DISPLAY "Categoria non valida: " WS-IN-CATEGORIA
                " (ammesse A, R, S, P, I)"
        MOVE "23" TO WS-UTENTI-STATUS
    END-IF
    IF WS-UTENTI-OK AND AZIONE-AVVISI
       AND (NOT NO-SCADENZA-VALIDO OR NOT NO-RITIRO-VALIDO
            OR NOT NO-DECADENZA-VALIDO)
        DISPLAY "Rinuncia avvisi non valida (ammesse S, N), "
                "utente non aggiornato"
        MOVE "23" TO WS-UTENTI-STATUS
    END-IF
    IF WS-UTENTI-OK
        IF AZIONE-CATEGORIA
            MOVE WS-IN-CATEGORIA TO UT-CATEGORIA
        END-IF
        *> la sospensione dal banco e' marcata manuale: il batch
        *> notturno non la revoca, solo il banco la toglie
        IF AZIONE-SOSPENDI
            MOVE "S" TO UT-STATO
            MOVE "M" TO UT-ORIGINE-SOSPENSIONE
        END-IF
        IF AZIONE-RIATTIVA
            MOVE "A" TO UT-STATO
            MOVE SPACE TO UT-ORIGINE-SOSPENSIONE
        END-IF
        IF AZIONE-SOSPENDI OR AZIONE-RIATTIVA
            ACCEPT UT-DATA-STATO FROM DATE YYYYMMDD
            MOVE WS-OPERATORE TO UT-OPERATORE-STATO
        END-IF
        IF AZIONE-AVVISI
            MOVE WS-IN-NO-AVVISO-SCADENZA  TO UT-NO-AVVISO-SCADENZA
            MOVE WS-IN-NO-AVVISO-RITIRO    TO UT-NO-AVVISO-RITIRO
            MOVE WS-IN-NO-AVVISO-DECADENZA TO UT-NO-AVVISO-DECADENZA
        END-IF
        *> recapiti nuovi: il blocco messo da ESITI-AVVISI sul
        *> recapito respinto cade e gli avvisi ripartono
        IF AZIONE-RECAPITI
            MOVE WS-IN-TELEFONO TO UT-TELEFONO
            MOVE WS-IN-EMAIL    TO UT-EMAIL
            MOVE "N"            TO UT-RECAPITO-RESPINTO
            MOVE 0              TO UT-DATA-RESPINTO
        END-IF
        IF AZIONE-RINNOVA
            ACCEPT WS-DATA-ODIERNA FROM DATE YYYYMMDD
                        " codice " UT-CODICE
                        " stato " UT-STATO
                        " scadenza tessera " UT-DATA-SCADENZA
                        " categoria " UT-CATEGORIA
                IF AZIONE-AVVISI
                    DISPLAY "Rinuncia avvisi: scadenza "
                            UT-NO-AVVISO-SCADENZA
                            " ritiro " UT-NO-AVVISO-RITIRO
                            " decadenza " UT-NO-AVVISO-DECADENZA
                END-IF
                IF AZIONE-RECAPITI
                    DISPLAY "Recapiti: telefono " UT-TELEFONO
                            " email " UT-EMAIL
                END-IF
        END-REWRITE
    END-IF.

