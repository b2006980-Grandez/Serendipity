           END-PERFORM.

       2000-ACUMULAR.
           IF RLG-EJECUCION
              PERFORM 2100-LOCALIZAR-PROGRAMA
              IF HALLADO > ZEROS
                 PERFORM 2200-ACUMULAR-REGISTRO
              END-IF
           END-IF.
           READ RUNLOG
                AT END MOVE 'S' TO FIN-FICH
