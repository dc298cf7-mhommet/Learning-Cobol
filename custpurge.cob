                               + SERIE-DAY
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 4
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 100
           SUBTRACT SERIE-BISSEXTILE FROM SERIE-JOURS
           COMPUTE SERIE-BISSEXTILE = (SERIE-YEAR - 1) / 400
           ADD SERIE-BISSEXTILE TO SERIE-JOURS
           IF SERIE-MONTH > 2
               DIVIDE SERIE-YEAR BY 4 GIVING SERIE-QUOTIENT
                   REMAINDER SERIE-BISSEXTILE
               IF SERIE-BISSEXTILE = 0
                   ADD 1 TO SERIE-JOURS
                   DIVIDE SERIE-YEAR BY 100 GIVING SERIE-QUOTIENT
                       REMAINDER SERIE-BISSEXTILE
                   IF SERIE-BISSEXTILE = 0
                       DIVIDE SERIE-YEAR BY 400 GIVING SERIE-QUOTIENT
                           REMAINDER SERIE-BISSEXTILE
                       IF SERIE-BISSEXTILE NOT = 0
                           SUBTRACT 1 FROM SERIE-JOURS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    RECOVLOG.DAT may not exist yet on a brand new install;
