           END-READ.

       2000-ACUMULAR.
           IF RLG-EJECUCION
              MOVE RLG-PROGRAMA TO PROGRAMA-BUSCADO
              PERFORM 2100-LOCALIZAR-PROGRAMA
              IF HALLADO > ZEROS
                 PERFORM 2200-ACUMULAR-REGISTRO
              END-IF
           END-IF.
           READ RUNLOG
                AT END MOVE 'S' TO FIN-FICH
