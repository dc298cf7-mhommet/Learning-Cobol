                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AST-BLOQUE OR AST-DECEDE OR AST-CLOTURE
                           MOVE "N" TO COMPTE-LIBRE-SWITCH
                       END-IF
               END-READ
                   REMAINDER ANNEE-RESTE
               IF ANNEE-RESTE = 0
                   MOVE 29 TO MOIS-LONGUEUR
                   DIVIDE ECH-YEAR BY 100 GIVING ANNEE-QUOTIENT
                       REMAINDER ANNEE-RESTE
                   IF ANNEE-RESTE = 0
                       DIVIDE ECH-YEAR BY 400
                           GIVING ANNEE-QUOTIENT
                           REMAINDER ANNEE-RESTE
                       IF ANNEE-RESTE NOT = 0
                           MOVE 28 TO MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   REMAINDER LEND-ANNEE-RESTE
               IF LEND-ANNEE-RESTE = 0
                   MOVE 29 TO LEND-MOIS-LONGUEUR
                   DIVIDE LEND-YEAR BY 100 GIVING LEND-ANNEE-QUOT
                       REMAINDER LEND-ANNEE-RESTE
                   IF LEND-ANNEE-RESTE = 0
                       DIVIDE LEND-YEAR BY 400
                           GIVING LEND-ANNEE-QUOT
                           REMAINDER LEND-ANNEE-RESTE
                       IF LEND-ANNEE-RESTE NOT = 0
                           MOVE 28 TO LEND-MOIS-LONGUEUR
                       END-IF
                   END-IF
               END-IF
           END-IF
           ADD 1 TO LEND-DAY
                               + CAL-SERIE-DAY
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 4
           ADD CAL-SERIE-BISSEXTILE TO CAL-SERIE-JOURS
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 100
           SUBTRACT CAL-SERIE-BISSEXTILE FROM CAL-SERIE-JOURS
           COMPUTE CAL-SERIE-BISSEXTILE = (CAL-SERIE-YEAR - 1) / 400
           ADD CAL-SERIE-BISSEXTILE TO CAL-SERIE-JOURS
           IF CAL-SERIE-MONTH > 2
               DIVIDE CAL-SERIE-YEAR BY 4 GIVING CAL-SERIE-QUOTIENT
                   REMAINDER CAL-SERIE-BISSEXTILE
               IF CAL-SERIE-BISSEXTILE = 0
                   ADD 1 TO CAL-SERIE-JOURS
                   DIVIDE CAL-SERIE-YEAR BY 100
                       GIVING CAL-SERIE-QUOTIENT
                       REMAINDER CAL-SERIE-BISSEXTILE
                   IF CAL-SERIE-BISSEXTILE = 0
                       DIVIDE CAL-SERIE-YEAR BY 400
                           GIVING CAL-SERIE-QUOTIENT
                           REMAINDER CAL-SERIE-BISSEXTILE
                       IF CAL-SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM CAL-SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.
