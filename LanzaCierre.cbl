      *          existe o esta vacio se carga la secuencia estandar
      *          de cierre (resguardo generacional de los maestros,
      *          listado general, geografico, excepciones,
      *          directorio, estados de cuenta y verificacion de
      *          integridad referencial con limpieza de bloqueos).
      *          Los programas lanzados toman sus parametros de
      *          parametros.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           READ CORRIDA AT END MOVE 1 TO w-flag.

       200-CARGO-SECUENCIA-ESTANDAR.
           MOVE 7 TO w-pasos.
           MOVE 1 TO tp-nro(1).
           MOVE "ResguardaArchivos" TO tp-programa(1).
           MOVE 2 TO tp-nro(2).
           MOVE "DirectorioSocios" TO tp-programa(5).
           MOVE 6 TO tp-nro(6).
           MOVE "EstadoCuenta" TO tp-programa(6).
           MOVE 7 TO tp-nro(7).
           MOVE "VerificaIntegridad" TO tp-programa(7).
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-pasos
               MOVE "PENDIENTE" TO tp-estado(w-i)
           END-PERFORM.
