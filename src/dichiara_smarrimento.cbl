            RECORD KEY IS MU-CODICE-UTENTE
            FILE STATUS IS WS-MULTE-STATUS.

        *> giornale degli addebiti multe: una riga per ogni importo
        *> messo sul conto, letta a fine mese da CREDITI-MULTE
        SELECT GIORNALE-ADDEBITI ASSIGN TO "ADDEBITI"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADDEBITI-STATUS.

        *> anagrafica utenti gestita da GESTIONE-UTENTI: qui letta solo
        *> per identificare il titolare della tessera addebitata
        SELECT UTENTI-MASTER ASSIGN TO "UTENTIMS"
        COPY MULTA REPLACING ==:MULTA-REC:== BY ==MULTA-RECORD==
                              ==:PFX:==       BY ==MU==.

    FD  GIORNALE-ADDEBITI.
        COPY ADDEBITO REPLACING ==:ADDEBITO-REC:== BY ==ADDEBITO-RECORD==
                                 ==:PFX:==          BY ==AD==.

    FD  UTENTI-MASTER.
        COPY UTENTE REPLACING ==:UTENTE-REC:== BY ==UTENTE-MASTER-RECORD==
                               ==:PFX:==        BY ==UT==.
      01 WS-AUDIT-STATUS PIC X(2).
            88 WS-AUDIT-OK VALUE "00".

      01 WS-ADDEBITI-STATUS PIC X(2).
            88 WS-ADDEBITI-OK VALUE "00".

      01 WS-MULTE-STATUS PIC X(2).
            88 WS-MULTE-OK          VALUE "00".
            88 WS-MULTE-NON-TROVATO VALUE "23".
    IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
        OPEN OUTPUT LIBRO-AUDIT
    END-IF
    OPEN EXTEND GIORNALE-ADDEBITI
    IF WS-ADDEBITI-STATUS = "05" OR WS-ADDEBITI-STATUS = "35"
        OPEN OUTPUT GIORNALE-ADDEBITI
    END-IF
    OPEN I-O MULTE
    IF WS-MULTE-NON-ESISTE
        OPEN OUTPUT MULTE
                INVALID KEY
                    DISPLAY "Impossibile addebitare il rimpiazzo, "
                            "utente " PR-CODICE-UTENTE
                NOT INVALID KEY
                    PERFORM 5510-REGISTRA-GIORNALE-ADDEBITI
            END-WRITE
        NOT INVALID KEY
            ADD WS-COSTO-RIMPIAZZO TO MU-SALDO
                INVALID KEY
                    DISPLAY "Impossibile addebitare il rimpiazzo, "
                            "utente " PR-CODICE-UTENTE
                NOT INVALID KEY
                    PERFORM 5510-REGISTRA-GIORNALE-ADDEBITI
            END-REWRITE
    END-READ
    DISPLAY "Costo di rimpiazzo " WS-COSTO-RIMPIAZZO
            " addebitato a utente " PR-CODICE-UTENTE
            " (saldo " MU-SALDO ")".

5510-REGISTRA-GIORNALE-ADDEBITI.
    *> ogni addebito sul conto lascia la sua riga datata: e' da qui
    *> che si ricostruisce a fine mese l'anzianita' del credito
    MOVE SPACES TO ADDEBITO-RECORD
    MOVE WS-DATA-ODIERNA TO AD-DATA
    ACCEPT WS-ORA-ODIERNA-AUDIT FROM TIME
    MOVE WS-ORA-ODIERNA-AUDIT TO AD-ORA
    MOVE WS-OPERATORE TO AD-OPERATORE
    MOVE PR-CODICE-UTENTE TO AD-CODICE-UTENTE
    MOVE "S" TO AD-TIPO
    MOVE WS-COSTO-RIMPIAZZO TO AD-IMPORTO
    MOVE PR-CODICE-LIBRO TO AD-CODICE-LIBRO
    WRITE ADDEBITO-RECORD.

6000-REGISTRA-AUDIT-POSSEDUTE.
    ACCEPT WS-DATA-ODIERNA-AUDIT FROM DATE YYYYMMDD
    ACCEPT WS-ORA-ODIERNA-AUDIT  FROM TIME
    CLOSE LIBRO-MASTER
    CLOSE LIBRO-AUDIT
    CLOSE MULTE
    CLOSE GIORNALE-ADDEBITI
    CLOSE UTENTI-MASTER.
