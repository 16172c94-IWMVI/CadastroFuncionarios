            MOVE ZEROS TO RUN-CHECKPOINT RUN-CONT-A RUN-CONT-B
                RUN-CONT-C RUN-CONT-D RUN-VALOR-A RUN-VALOR-B
                RUN-VALOR-C RUN-VALOR-D.
            MOVE SPACES TO RUN-OPERADOR.
            ACCEPT W-RUN-DATA8 FROM DATE YYYYMMDD.
            ACCEPT W-RUN-HORA8 FROM TIME.
            MOVE W-RUN-DATA8      TO RUN-DATA.
