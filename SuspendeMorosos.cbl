      *          al comenzar la corrida o tomada de parametros.dat),
      *          dejando constancia de cada suspension en
      *          auditoria.dat y el listado de control en
      *          suspension.lst. Los periodos cubiertos por un
      *          convenio de pago no cuentan como impagos (los cubre
      *          el credito del convenio); los recibos anulados y los
      *          cheques rechazados no cuentan como pagos, y los pagos
      *          cubren primero las cuotas de convenio y los
      *          aranceles de actividades.
      *          La corrida guarda un punto de control en
      *          pcsuspende.dat al comenzar y cada N socios leidos
      *          (parametros.dat, programa PUNTOCONTROL, valor1 = N;
      *          100 si no esta), con el ultimo socio procesado, el
      *          limite y los totales. Si la corrida anterior quedo
      *          interrumpida, la siguiente la reanuda con el mismo
      *          limite despues del ultimo punto de control; los
      *          suspendidos despues de ese punto ya no estan activos
      *          y se cuentan desde auditoria.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PUNTOCONTROL ASSIGN TO "..\pcsuspende.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  PUNTOCONTROL.
       01  pc-reg.
           03 pc-estado pic x.
               88 pc-en-proceso value "P".
           03 pc-fecha pic 9(8).
           03 pc-hora pic 9(8).
           03 pc-ult-socio pic 9(6).
           03 pc-leidos pic 9(7).
           03 pc-limite pic 999.
           03 pc-suspendidos pic 9(5).
           03 pc-no-suspendidos pic 9(5).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-mov pic 9 value zero.
       77  w-cuo-i pic 999 value zero.
       77  w-deb-cuotas pic 9(11)v99 value zero.
       77  w-creditos pic 9(11)v99 value zero.
       77  w-reversos pic 9(11)v99 value zero.
       77  w-deuda pic 9(11)v99 value zero.
       77  w-acumulado pic 9(11)v99 value zero.
       77  w-impagas pic 999 value zero.
       77  w-bloqueo-ok pic x value "N".
       77  w-suspendidos pic 9(5) value zero.
       77  w-no-suspendidos pic 9(5) value zero.
       77  w-flag-aud pic 9 value zero.
       77  w-reanudacion pic x value "N".
           88  corrida-reanudada value "S".
       77  w-flag-pc pic 9 value zero.
       77  w-estado-pc pic x value space.
       77  w-intervalo pic 9(5) value 100.
       77  w-desde-control pic 9(5) value zero.
       77  w-leidos pic 9(7) value zero.
       77  w-ult-socio pic 9(6) value zero.
       01  w-pc-fecha pic 9(8) value zero.
       01  w-pc-hora pic 9(8) value zero.
       77  w-recuperados pic 9(5) value zero.
       01  reg-antes.
           03 ant-nom pic x(10).
           03 ant-apell pic x(10).
       01  lin-cuenta-nos.
           03 filler pic x(30) value "NO SUSPENDIDOS POR ERROR: ".
           03 l-no-suspendidos pic zzzz9.
       01  lin-reanudacion.
           03 filler pic x(36) value
               "CORRIDA REANUDADA DESPUES DEL SOCIO ".
           03 l-rea-socio pic 9(6).
       01  lin-cuenta-recup.
           03 filler pic x(30) value "SUSPENDIDOS ANTES DE REANUDAR:".
           03 l-recuperados pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               IF soc-estado = "A"
                   PERFORM 300-PROCESO-SOCIO
               END-IF
               PERFORM 370-CUENTO-PUNTO-CONTROL
               PERFORM 200-LEE-SOCIOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 120-BUSCO-PUNTO-CONTROL.
           IF corrida-reanudada
               PERFORM 140-RECUPERO-AUDITORIA
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN INPUT MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           IF corrida-reanudada
               OPEN EXTEND LISTADO
           ELSE
               OPEN OUTPUT LISTADO
           END-IF.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-reanudada
               DISPLAY "Se reanuda la suspension interrumpida "
                   "despues del socio " w-ult-socio
               MOVE w-ult-socio TO l-rea-socio
               WRITE lin-imp FROM lin-reanudacion
               WRITE lin-imp FROM lin-guarda
               MOVE w-ult-socio TO soc-nro
               START SOCIOS KEY IS GREATER THAN soc-nro
                   INVALID KEY
                       MOVE 1 TO w-flag
               END-START
           ELSE
               IF corrida-desatendida
                   IF w-par-v1(1:3) IS NUMERIC
                       MOVE w-par-v1(1:3) TO w-limite
                   ELSE
                       MOVE ZERO TO w-limite
                   END-IF
               ELSE
                   DISPLAY "Ingrese la cantidad de cuotas impagas "
                       "que habilita la suspension"
                   ACCEPT w-limite
               END-IF
           END-IF.
           IF w-limite = ZERO
               DISPLAY "Limite de cuotas impagas en cero, corrida "
               CLOSE LISTADO
               STOP RUN
           END-IF.
           IF NOT corrida-reanudada
               MOVE w-limite TO l-limite
               WRITE lin-imp FROM lin-encabezado
               WRITE lin-imp FROM lin-guarda
               WRITE lin-imp FROM lin-cab
               WRITE lin-imp FROM lin-guarda
               PERFORM 380-GRABO-PUNTO-CONTROL
           END-IF.

      *    Una corrida que no llego al final deja el punto de control
      *    en estado P; se retoman su limite y sus totales.
       120-BUSCO-PUNTO-CONTROL.
           MOVE "N" TO w-reanudacion.
           MOVE ZERO TO w-flag-pc.
           OPEN INPUT PUNTOCONTROL.
           READ PUNTOCONTROL AT END MOVE 1 TO w-flag-pc.
           IF w-flag-pc = 0 AND pc-en-proceso
               MOVE "S" TO w-reanudacion
               MOVE pc-fecha TO w-pc-fecha
               MOVE pc-hora TO w-pc-hora
               MOVE pc-ult-socio TO w-ult-socio
               MOVE pc-leidos TO w-leidos
               MOVE pc-limite TO w-limite
               MOVE pc-suspendidos TO w-suspendidos
               MOVE pc-no-suspendidos TO w-no-suspendidos
           END-IF.
           CLOSE PUNTOCONTROL.

      *    Las suspensiones hechas despues del ultimo punto de control
      *    dejaron su MODI en auditoria.dat con fecha y hora
      *    posteriores.
       140-RECUPERO-AUDITORIA.
           MOVE ZERO TO w-flag-aud.
           OPEN INPUT AUDITORIA.
           PERFORM 145-LEO-AUDITORIA.
           PERFORM UNTIL w-flag-aud = 1
               MOVE lin-audit TO lin-audit-det
               IF lad-operador = "SUSPENDEMO"
                   AND lad-operacion = "MODI"
                   AND (lad-fecha > w-pc-fecha
                   OR (lad-fecha = w-pc-fecha
                   AND lad-hora > w-pc-hora))
                   ADD 1 TO w-suspendidos
                   ADD 1 TO w-recuperados
               END-IF
               PERFORM 145-LEO-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA.

       145-LEO-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-aud.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               IF par-programa = "PUNTOCONTROL"
                   AND par-valor1(1:5) IS NUMERIC
                   AND par-valor1(1:5) NOT = "00000"
                   MOVE par-valor1(1:5) TO w-intervalo
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       200-LEE-SOCIOS.
           IF w-flag NOT = 1
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       300-PROCESO-SOCIO.
           PERFORM 320-CALCULO-MOROSIDAD.
           MOVE ZERO TO w-cuo-cant.
           MOVE ZERO TO w-deb-cuotas.
           MOVE ZERO TO w-creditos.
           MOVE ZERO TO w-reversos.
           MOVE ZERO TO w-flag-mov.
           MOVE soc-nro TO mov-nro.
           MOVE ZEROS TO mov-fecha.
               PERFORM 330-ACUMULO-MOVIMIENTO
               PERFORM 325-LEO-MOVIMIENTO
           END-PERFORM.
           IF w-reversos > w-creditos
               MOVE ZERO TO w-creditos
           ELSE
               SUBTRACT w-reversos FROM w-creditos
           END-IF.
           MOVE ZERO TO w-impagas.
           IF w-deb-cuotas > w-creditos
               COMPUTE w-deuda = w-deb-cuotas - w-creditos
               END-IF
           END-IF.

      *    Los pagos se imputan primero a las cuotas de convenio y a
      *    los aranceles de actividades; la deuda refinanciada queda
      *    cubierta por el credito del convenio y el saldo de un
      *    convenio caducado cuenta como un periodo impago mas.
       330-ACUMULO-MOVIMIENTO.
           EVALUATE TRUE
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "CUOTA SOCIAL "
                   OR mov-concepto = "SALDO EJERCICIO ANT."
                   OR mov-concepto(1:12) = "CADUCA CONV ")
                   ADD mov-importe TO w-deb-cuotas
                   IF w-cuo-cant < 120
                       ADD 1 TO w-cuo-cant
                       MOVE mov-importe TO tab-cuo-importe(w-cuo-cant)
                   END-IF
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "ANULA RECIBO "
                   OR mov-concepto(1:13) = "CHEQUE RECH. "
                   OR mov-concepto(1:13) = "CTA CONVENIO "
                   OR mov-concepto(1:8) = "ARANCEL ")
                   ADD mov-importe TO w-reversos
               WHEN mov-tipo = "C"
                   ADD mov-importe TO w-creditos
           END-EVALUATE.

       340-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
                   PERFORM 450-IMPRIMO-DETALLE
           END-REWRITE.

      ******************************************************************
      * PUNTO DE CONTROL
      ******************************************************************
       370-CUENTO-PUNTO-CONTROL.
           ADD 1 TO w-leidos.
           ADD 1 TO w-desde-control.
           MOVE soc-nro TO w-ult-socio.
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
           MOVE w-ult-socio TO pc-ult-socio.
           MOVE w-leidos TO pc-leidos.
           MOVE w-limite TO pc-limite.
           MOVE w-suspendidos TO pc-suspendidos.
           MOVE w-no-suspendidos TO pc-no-suspendidos.
           WRITE pc-reg.
           CLOSE PUNTOCONTROL.
           MOVE ZERO TO w-desde-control.

       390-CIERRO-PUNTO-CONTROL.
           MOVE "T" TO w-estado-pc.
           PERFORM 385-ESCRIBO-PUNTO-CONTROL.

       410-CAPTURO-ANTES.
           MOVE soc-nom TO ant-nom.
           MOVE soc-apell TO ant-apell.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-sus.
           WRITE lin-imp FROM lin-cuenta-nos.
           IF corrida-reanudada
               MOVE w-recuperados TO l-recuperados
               WRITE lin-imp FROM lin-cuenta-recup
           END-IF.
           PERFORM 390-CIERRO-PUNTO-CONTROL.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
