        DISPLAY LM-GEN " - " LM-EDITORE " - anno " LM-ANNO-PUB
        DISPLAY "Copie possedute " LM-COPIE-TOT
                " - disponibili a scaffale " LM-COPIE
        IF LM-STATO = "R"
            DISPLAY "Titolo ritirato dalla collezione il "
                    LM-DATA-RITIRO " (non prestabile ne' prenotabile)"
        END-IF
    END-IF.

4000-MOSTRA-PRESTITI-APERTI.
5100-MOSTRA-PRENOTAZIONE.
    MOVE PN-CODICE-UTENTE TO WS-CODICE-UTENTE-LETTURA
    PERFORM 6000-LEGGI-NOME-UTENTE
    *> prenotazioni senza sede di ritiro: sede centrale
    IF PN-SEDE-RITIRO = SPACES
        MOVE "CEN" TO PN-SEDE-RITIRO
    END-IF
    IF PN-STATO = "P"
        DISPLAY "  " WS-PRENOTAZIONI-CODA
                ") " WS-NOME-UTENTE
                " (" PN-CODICE-UTENTE ")"
                " del " PN-DATA-PRENOTAZIONE
                " - copia pronta al banco sede " PN-SEDE-RITIRO
    ELSE
        IF PN-STATO = "T"
            DISPLAY "  " WS-PRENOTAZIONI-CODA
                    ") " WS-NOME-UTENTE
                    " (" PN-CODICE-UTENTE ")"
                    " del " PN-DATA-PRENOTAZIONE
                    " - in transito da sede " PN-SEDE-COPIA
                    " verso sede " PN-SEDE-RITIRO
        ELSE
            DISPLAY "  " WS-PRENOTAZIONI-CODA
                    ") " WS-NOME-UTENTE
                    " (" PN-CODICE-UTENTE ")"
                    " del " PN-DATA-PRENOTAZIONE
                    " - in attesa, ritiro sede " PN-SEDE-RITIRO
        END-IF
    END-IF.

6000-LEGGI-NOME-UTENTE.
