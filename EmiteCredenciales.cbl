      *          altas de un mes AAAAMM, que es el pedido habitual
      *          para entregarle el carnet al socio nuevo. Los
      *          parametros salen de consola o de parametros.dat.
      *          Cada credencial emitida queda registrada en
      *          credenciales.dat con la fecha de emision y el
      *          vencimiento, que es lo que verifica el control de
      *          ingreso a las instalaciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CREDENCIALES
           ASSIGN TO "..\credenciales.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cre-socio.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  CREDENCIALES.
       01  cre-reg.
           03 cre-socio pic 9(6).
           03 cre-fecha-emision pic 9(8).
           03 cre-vencimiento pic 9(8).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-desatendida pic x value "N".
       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           OPEN I-O CREDENCIALES.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
           WRITE lin-imp FROM lin-cred-vto.
           WRITE lin-imp FROM lin-borde.
           WRITE lin-imp FROM lin-blanco.
           PERFORM 430-REGISTRO-CREDENCIAL.

       420-BUSCO-CATEGORIA.
           MOVE soc-categoria TO lc-categoria.
               END-IF
           END-PERFORM.

      *    La ultima credencial emitida reemplaza a la anterior: el
      *    socio tiene una sola credencial valida.
       430-REGISTRO-CREDENCIAL.
           MOVE soc-nro TO cre-socio.
           READ CREDENCIALES
               INVALID KEY
                   MOVE w-fecha-hoy TO cre-fecha-emision
                   COMPUTE cre-vencimiento = w-fh-anio * 10000 + 1231
                   WRITE cre-reg
                   END-WRITE
               NOT INVALID KEY
                   MOVE w-fecha-hoy TO cre-fecha-emision
                   COMPUTE cre-vencimiento = w-fh-anio * 10000 + 1231
                   REWRITE cre-reg
                   END-REWRITE
           END-READ.

       900-FIN.
           MOVE w-emitidas TO l-emitidas.
           WRITE lin-imp FROM lin-cuenta.
           CLOSE SOCIOS.
           CLOSE LISTADO.
           CLOSE CREDENCIALES.
       END PROGRAM YOUR-PROGRAM-NAME.
