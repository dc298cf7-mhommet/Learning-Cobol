                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-BLOQUE OR AST-DECEDE OR AST-CLOTURE
                           MOVE "N" TO COMPTE-LIBRE-SWITCH
                       END-IF
               END-READ
