    ELSE
        MOVE FOR-COPIE TO LM-COPIE
        MOVE FOR-COPIE TO LM-COPIE-TOT
        MOVE SPACE     TO LM-STATO
        MOVE 0         TO LM-DATA-RITIRO
    END-IF

    *> un titolo ritirato per scarto non torna in collezione da una
    *> consegna: il record resta com'e' per lo storico
    IF LIBRO-GIA-A-CATALOGO AND LM-STATO = "R"
        DISPLAY "Titolo ritirato dalla collezione, consegna non "
                "caricata: codice " LM-CODICE
    ELSE
        IF LIBRO-GIA-A-CATALOGO
            *> codice gia' a catalogo: il caricamento e' idempotente,
            *> si aggiornano i dati del titolo esistente
            REWRITE LIBRO-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Impossibile aggiornare il libro, codice " LM-CODICE
                NOT INVALID KEY
                    MOVE "LIBRO-AGGIORNATO" TO WS-AUDIT-CAMPO
                    PERFORM 3150-REGISTRA-AUDIT-CARICAMENTO
            END-REWRITE
        ELSE
            WRITE LIBRO-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Impossibile caricare il libro, codice " LM-CODICE
                NOT INVALID KEY
                    MOVE "NUOVO-LIBRO" TO WS-AUDIT-CAMPO
                    PERFORM 3150-REGISTRA-AUDIT-CARICAMENTO
            END-WRITE
        END-IF
    END-IF.

3150-REGISTRA-AUDIT-CARICAMENTO.
