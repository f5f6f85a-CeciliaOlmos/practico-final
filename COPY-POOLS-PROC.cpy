       913-EVALUAR-POOL.
           IF tpo-aprobadas(k-pool) >= tpo-requeridas(k-pool)
               AND tpo-creditos-apr(k-pool)
                   >= tpo-creditos-req(k-pool)
               MOVE "S" TO w-pool-cumplido
           ELSE
               MOVE "N" TO w-pool-cumplido
           END-IF.

      * una materia que apunta a un grupo que no esta definido para
      * su plan se sigue tomando como obligatoria
       914-NORMALIZAR-POOL.
           IF w-pool-codigo NOT = SPACES
               PERFORM 917-BUSCAR-POOL
               IF NOT pool-hallado
                   MOVE SPACES TO w-pool-codigo
               END-IF
           END-IF.

       915-CARGAR-POOLS.
           MOVE ZERO TO w-cant-pool.
           MOVE ZERO TO w-flag-pool.
           OPEN INPUT POOLS.
           IF ws-estado-pool = "00"
               PERFORM 916-LEER-POOL
               PERFORM UNTIL fin-pools
                   IF w-cant-pool < 50
                       ADD 1 TO w-cant-pool
                       MOVE pol-plan TO tpo-plan(w-cant-pool)
                       MOVE pol-codigo TO tpo-codigo(w-cant-pool)
                       MOVE pol-nombre TO tpo-nombre(w-cant-pool)
                       MOVE pol-requeridas
                           TO tpo-requeridas(w-cant-pool)
                       MOVE ZERO TO tpo-miembros(w-cant-pool)
                       MOVE ZERO TO tpo-aprobadas(w-cant-pool)
                       IF pol-creditos IS NUMERIC
                           MOVE pol-creditos
                               TO tpo-creditos-req(w-cant-pool)
                       ELSE
                           MOVE ZERO TO tpo-creditos-req(w-cant-pool)
                       END-IF
                       MOVE ZERO TO tpo-creditos-apr(w-cant-pool)
                   END-IF
                   PERFORM 916-LEER-POOL
               END-PERFORM
               CLOSE POOLS
           END-IF.

       916-LEER-POOL.
           READ POOLS AT END MOVE 1 TO w-flag-pool.

       917-BUSCAR-POOL.
           MOVE "N" TO w-pool-hallado.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool OR pool-hallado
               IF tpo-plan(k-pool) = w-pool-plan
                   AND tpo-codigo(k-pool) = w-pool-codigo
                   MOVE "S" TO w-pool-hallado
               END-IF
           END-PERFORM.
           IF pool-hallado
               SUBTRACT 1 FROM k-pool
           END-IF.

       918-LIMPIAR-CUENTAS-POOL.
           PERFORM VARYING k-pool FROM 1 BY 1
               UNTIL k-pool > w-cant-pool
               MOVE ZERO TO tpo-miembros(k-pool)
               MOVE ZERO TO tpo-aprobadas(k-pool)
               MOVE ZERO TO tpo-creditos-apr(k-pool)
           END-PERFORM.

       919-SUMAR-EN-POOL.
           PERFORM 917-BUSCAR-POOL.
           IF pool-hallado
               ADD 1 TO tpo-miembros(k-pool)
               IF pool-materia-aprobada
                   ADD 1 TO tpo-aprobadas(k-pool)
                   ADD w-pool-creditos TO tpo-creditos-apr(k-pool)
               END-IF
           END-IF.
