    MOVE 3                TO LM-COPIE
    MOVE 3                TO LM-COPIE-TOT
    MOVE 15.90            TO LM-PREZZO
    MOVE SPACE            TO LM-STATO
    MOVE 0                TO LM-DATA-RITIRO
    WRITE LIBRO-MASTER-RECORD
        INVALID KEY
            DISPLAY "Libro gia' a catalogo, codice " LM-CODICE " non ricaricato"
