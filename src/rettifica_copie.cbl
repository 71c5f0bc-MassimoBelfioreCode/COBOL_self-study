    READ LIBRO-MASTER
        INVALID KEY
            DISPLAY "Libro non trovato a catalogo: codice " LM-CODICE
    END-READ
    IF WS-LIBRO-OK AND LM-STATO = "R"
        DISPLAY "Titolo ritirato dalla collezione il " LM-DATA-RITIRO
                ", rettifica rifiutata: codice " LM-CODICE
        SET WS-LIBRO-NON-TROVATO TO TRUE
    END-IF.

4000-RETTIFICA-E-REGISTRA.
    MOVE LM-COPIE     TO WS-COPIE-DISP-VECCHIE
