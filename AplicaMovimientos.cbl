      *          cada pendiente al saldo del socio y lo marca como
      *          aplicado reescribiendolo en el lugar, con un
      *          listado de control en aplicacion.lst.
      *          La corrida guarda un punto de control en
      *          pcaplica.dat al comenzar y cada N movimientos leidos
      *          (parametros.dat, programa PUNTOCONTROL, valor1 = N;
      *          100 si no esta), con la ultima clave procesada y los
      *          totales acumulados. Si la corrida anterior quedo
      *          interrumpida, la siguiente la reanuda despues del
      *          ultimo punto de control: los movimientos aplicados
      *          despues de ese punto ya estan marcados y no se
      *          vuelven a aplicar, y sus importes se recuperan de
      *          auditoria.dat para que cifras.dat quede como en una
      *          corrida sin cortes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           record KEY is blo-nro.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PUNTOCONTROL ASSIGN TO "..\pcaplica.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 cif-debitos pic 9(11)v99.
           03 filler pic x(1).
           03 cif-creditos pic 9(11)v99.
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  PUNTOCONTROL.
       01  pc-reg.
           03 pc-estado pic x.
               88 pc-en-proceso value "P".
           03 pc-fecha pic 9(8).
           03 pc-hora pic 9(8).
           03 pc-ult-clave pic x(18).
           03 pc-leidos pic 9(7).
           03 pc-aplicados pic 9(5).
           03 pc-rechazados pic 9(5).
           03 pc-tot-debitos pic 9(11)v99.
           03 pc-tot-creditos pic 9(11)v99.
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       01  reg-antes.
       77  w-rechazados pic 9(5) value zero.
       77  w-tot-debitos pic 9(11)v99 value zero.
       77  w-tot-creditos pic 9(11)v99 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-flag-aud pic 9 value zero.
       77  w-reanudacion pic x value "N".
           88  corrida-reanudada value "S".
       77  w-flag-pc pic 9 value zero.
       77  w-estado-pc pic x value space.
       77  w-intervalo pic 9(5) value 100.
       77  w-desde-control pic 9(5) value zero.
       77  w-leidos pic 9(7) value zero.
       01  w-ult-clave pic x(18) value zeros.
       01  w-pc-fecha pic 9(8) value zero.
       01  w-pc-hora pic 9(8) value zero.
       77  w-recuperados pic 9(5) value zero.
       01  lin-titulo.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(11) value "FECHA".
       01  lin-tot-cre.
           03 filler pic x(30) value "TOTAL CREDITOS APLICADOS: ".
           03 l-tot-creditos pic zz.zzz.zzz.zz9,99.
       01  lin-reanudacion.
           03 filler pic x(37) value
               "CORRIDA REANUDADA DESPUES DE LA CLAVE".
           03 filler pic x(1) value space.
           03 l-rea-clave pic x(18).
       01  lin-cuenta-recup.
           03 filler pic x(30) value "APLICADOS ANTES DE REANUDAR: ".
           03 l-recuperados pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag = 1
               PERFORM 300-PROCESO-MOVIMIENTO
               PERFORM 370-CUENTO-PUNTO-CONTROL
               PERFORM 200-LEO-MOVIMIENTO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 130-BUSCO-PARAMETROS.
           PERFORM 120-BUSCO-PUNTO-CONTROL.
           IF corrida-reanudada
               DISPLAY "Se reanuda la aplicacion interrumpida "
                   "despues de la clave " w-ult-clave
               PERFORM 140-RECUPERO-AUDITORIA
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           IF corrida-reanudada
               OPEN EXTEND LISTADO
               MOVE w-ult-clave TO l-rea-clave
               WRITE lin-imp FROM lin-reanudacion
               WRITE lin-imp FROM lin-guarda
               MOVE w-ult-clave TO mov-clave
               START MOVIMIENTOS KEY IS GREATER THAN mov-clave
                   INVALID KEY
                       MOVE 1 TO w-flag
               END-START
           ELSE
               OPEN OUTPUT LISTADO
               WRITE lin-imp FROM lin-titulo
               WRITE lin-imp FROM lin-guarda
               PERFORM 380-GRABO-PUNTO-CONTROL
               MOVE ZEROS TO mov-clave
               START MOVIMIENTOS KEY IS NOT LESS mov-clave
                   INVALID KEY
                       MOVE 1 TO w-flag
               END-START
           END-IF.

       130-BUSCO-PARAMETROS.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "PUNTOCONTROL"
                   AND par-valor1(1:5) IS NUMERIC
                   AND par-valor1(1:5) NOT = "00000"
                   MOVE par-valor1(1:5) TO w-intervalo
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

      *    Una corrida que no llego al final deja el punto de control
      *    en estado P; se retoman su clave y sus totales.
       120-BUSCO-PUNTO-CONTROL.
           MOVE "N" TO w-reanudacion.
           MOVE ZERO TO w-flag-pc.
           OPEN INPUT PUNTOCONTROL.
           READ PUNTOCONTROL AT END MOVE 1 TO w-flag-pc.
           IF w-flag-pc = 0 AND pc-en-proceso
               MOVE "S" TO w-reanudacion
               MOVE pc-fecha TO w-pc-fecha
               MOVE pc-hora TO w-pc-hora
               MOVE pc-ult-clave TO w-ult-clave
               MOVE pc-leidos TO w-leidos
               MOVE pc-aplicados TO w-aplicados
               MOVE pc-rechazados TO w-rechazados
               MOVE pc-tot-debitos TO w-tot-debitos
               MOVE pc-tot-creditos TO w-tot-creditos
           END-IF.
           CLOSE PUNTOCONTROL.

      *    Los movimientos aplicados despues del ultimo punto de
      *    control dejaron su MODI en auditoria.dat con fecha y hora
      *    posteriores; la diferencia de saldo da el importe.
       140-RECUPERO-AUDITORIA.
           MOVE ZERO TO w-flag-aud.
           OPEN INPUT AUDITORIA.
           PERFORM 145-LEO-AUDITORIA.
           PERFORM UNTIL w-flag-aud = 1
               MOVE lin-audit TO lin-audit-det
               IF lad-operador = "APLICAMOVI"
                   AND lad-operacion = "MODI"
                   AND (lad-fecha > w-pc-fecha
                   OR (lad-fecha = w-pc-fecha
                   AND lad-hora > w-pc-hora))
                   PERFORM 150-RECUPERO-APLICADO
               END-IF
               PERFORM 145-LEO-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA.

       145-LEO-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-aud.

       150-RECUPERO-APLICADO.
           MOVE lad-antes TO reg-antes.
           MOVE lad-despues TO reg-despues.
           ADD 1 TO w-aplicados.
           ADD 1 TO w-recuperados.
           IF des-importe < ant-importe
               COMPUTE w-tot-debitos =
                   w-tot-debitos + ant-importe - des-importe
           ELSE
               COMPUTE w-tot-creditos =
                   w-tot-creditos + des-importe - ant-importe
           END-IF.

       200-LEO-MOVIMIENTO.
           IF w-flag NOT = 1
           MOVE mov-importe TO l-importe.
           WRITE lin-imp FROM lin-detalle.

      ******************************************************************
      * PUNTO DE CONTROL
      ******************************************************************
       370-CUENTO-PUNTO-CONTROL.
           ADD 1 TO w-leidos.
           ADD 1 TO w-desde-control.
           MOVE mov-clave TO w-ult-clave.
           IF w-desde-control NOT < w-intervalo
               PERFORM 380-GRABO-PUNTO-CONTROL
           END-IF.

       380-GRABO-PUNTO-CONTROL.
           MOVE "P" TO w-estado-pc.
           PERFORM 385-ESCRIBO-PUNTO-CONTROL.

       385-ESCRIBO-PUNTO-CONTROL.
           OPEN OUTPUT PUNTOCONTROL.
           MOVE w-estado-pc TO pc-estado.
           ACCEPT pc-fecha FROM DATE YYYYMMDD.
           ACCEPT pc-hora FROM TIME.
           MOVE w-ult-clave TO pc-ult-clave.
           MOVE w-leidos TO pc-leidos.
           MOVE w-aplicados TO pc-aplicados.
           MOVE w-rechazados TO pc-rechazados.
           MOVE w-tot-debitos TO pc-tot-debitos.
           MOVE w-tot-creditos TO pc-tot-creditos.
           WRITE pc-reg.
           CLOSE PUNTOCONTROL.
           MOVE ZERO TO w-desde-control.

       390-CIERRO-PUNTO-CONTROL.
           MOVE "T" TO w-estado-pc.
           PERFORM 385-ESCRIBO-PUNTO-CONTROL.

       310-CAPTURO-ANTES.
           MOVE soc-nom TO ant-nom.
           MOVE soc-apell TO ant-apell.
           WRITE lin-imp FROM lin-cuenta-rec.
           WRITE lin-imp FROM lin-tot-deb.
           WRITE lin-imp FROM lin-tot-cre.
           IF corrida-reanudada
               MOVE w-recuperados TO l-recuperados
               WRITE lin-imp FROM lin-cuenta-recup
           END-IF.
           PERFORM 950-ASIENTO-CIFRAS.
           PERFORM 390-CIERRO-PUNTO-CONTROL.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
