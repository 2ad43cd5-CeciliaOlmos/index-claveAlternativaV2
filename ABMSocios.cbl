      * Purpose: Menu unico de Alta/Baja/Modificacion/Consulta/Listado
      *          de socios, para no tener que invocar Alternativa2,
      *          grabaAlternativa y LeeClaveAlternativa por separado.
      *          La opcion de cuenta corriente muestra en pantalla,
      *          sin modificar nada, los movimientos del socio por
      *          paginas con el saldo acumulado y si estan aplicados,
      *          sus recibos con el medio de pago y su situacion
      *          (periodos impagos, suspension y convenio vigente);
      *          cada consulta queda registrada en accesos.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           record KEY is blo-nro.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cnv-nro
           ALTERNATE record key is cnv-socio WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  RECIBOS.
       01  reg-recibo.
           03 rec-nro pic 9(6).
           03 rec-fecha pic 9(8).
           03 rec-socio pic 9(6).
           03 rec-medio pic x.
           03 rec-importe pic 9(8)v99.
           03 rec-estado pic x.
               88 recibo-anulado value "A".
           03 rec-fecha-anula pic 9(8).
       FD  CONVENIOS.
       01  cnv-reg.
           03 cnv-nro pic 9(6).
           03 cnv-socio pic 9(6).
           03 cnv-fecha pic 9(8).
           03 cnv-deuda pic 9(8)v99.
           03 cnv-cuotas pic 99.
           03 cnv-importe-cuota pic 9(8)v99.
           03 cnv-periodo-desde pic 9(6).
           03 cnv-facturadas pic 99.
           03 cnv-tot-facturado pic 9(8)v99.
           03 cnv-ult-periodo pic 9(6).
           03 cnv-estado pic x.
               88 cnv-vigente value "V".
           03 cnv-fecha-estado pic 9(8).
           03 cnv-saldo-caducado pic 9(8)v99.
       WORKING-STORAGE SECTION.
       01  w-operador pic x(10) value spaces.
       01  w-clave pic x(10) value spaces.
           03 w-fc-dia pic 99.
       01  w-clave-nueva pic x(10) value spaces.
       01  w-acc-resultado pic x(10) value spaces.
       01  w-acc-detalle pic x(10) value spaces.
       77  w-bloqueo-ok pic x value "N".
       77  w-cifra-saldo pic s9(9)v99 value zero.
       01  tab-ctacte.
           03 tab-cc-ent occurs 500 times.
               05 tab-cc-fecha pic 9(8).
               05 tab-cc-tipo pic x.
               05 tab-cc-concepto pic x(20).
               05 tab-cc-importe pic 9(8)v99.
               05 tab-cc-aplicado pic x.
               05 tab-cc-saldo pic s9(9)v99.
       77  w-cc-cant pic 999 value zero.
       77  w-cc-i pic 999 value zero.
       77  w-cc-ini pic 999 value zero.
       77  w-cc-fin pic 999 value zero.
       77  w-cc-total pic 9(5) value zero.
       77  w-cc-omitir pic 9(5) value zero.
       77  w-cc-leidos pic 9(5) value zero.
       01  w-cc-saldo pic s9(9)v99 value zero.
       01  tab-rec-cc.
           03 tab-rc-ent occurs 200 times.
               05 tab-rc-nro pic 9(6).
               05 tab-rc-fecha pic 9(8).
               05 tab-rc-medio pic x.
               05 tab-rc-importe pic 9(8)v99.
               05 tab-rc-estado pic x.
               05 tab-rc-fecha-anula pic 9(8).
       77  w-rc-cant pic 999 value zero.
       77  w-rc-i pic 999 value zero.
       77  w-rc-ini pic 999 value zero.
       77  w-rc-fin pic 999 value zero.
       77  w-rc-total pic 9(5) value zero.
       77  w-rc-omitir pic 9(5) value zero.
       77  w-rc-leidos pic 9(5) value zero.
       77  w-pagina pic 99 value 12.
       77  w-vista pic x value "M".
           88  vista-movimientos value "M".
           88  vista-recibos value "R".
       77  w-comando pic x value space.
           88  fin-consulta value "F" "f".
       77  w-flag-mov pic 9 value zero.
       77  w-flag-rec pic 9 value zero.
       77  w-flag-cnv pic 9 value zero.
       01  tab-cuotas-cc.
           03 tab-cuo-ent occurs 120 times.
               05 tab-cuo-concepto pic x(20).
               05 tab-cuo-importe pic 9(8)v99.
       77  w-cuo-cant pic 999 value zero.
       77  w-cuo-i pic 999 value zero.
       77  w-cuo-desde pic 999 value zero.
       77  w-deb-cuotas pic 9(11)v99 value zero.
       77  w-creditos pic 9(11)v99 value zero.
       77  w-reversos pic 9(11)v99 value zero.
       77  w-deuda pic 9(11)v99 value zero.
       77  w-acumulado pic 9(11)v99 value zero.
       77  w-impagas pic 999 value zero.
       77  w-hay-convenio pic x value "N".
       01  lin-cc-socio.
           03 filler pic x(7) value "SOCIO: ".
           03 lcs-nro pic 9(6).
           03 filler pic x(1) value spaces.
           03 lcs-nom pic x(10).
           03 filler pic x(1) value spaces.
           03 lcs-apell pic x(10).
           03 filler pic x(10) value " ESTADO: ".
           03 lcs-estado pic x(10).
           03 filler pic x(8) value " SALDO: ".
           03 lcs-saldo pic zzzzzzzz9,99-.
       01  lin-cc-impagas.
           03 filler pic x(19) value "PERIODOS IMPAGOS: ".
           03 lci-impagas pic zz9.
           03 filler pic x(10) value "  DEUDA: ".
           03 lci-deuda pic zz.zzz.zzz.zz9,99.
       01  lin-cc-periodo.
           03 filler pic x(4) value spaces.
           03 lcp-concepto pic x(20).
           03 filler pic x(2) value spaces.
           03 lcp-importe pic zz.zzz.zz9,99.
       01  lin-cc-convenio.
           03 filler pic x(17) value "CONVENIO VIGENTE ".
           03 lcv-nro pic 9(6).
           03 filler pic x(9) value " CUOTAS: ".
           03 lcv-facturadas pic z9.
           03 filler pic x(1) value "/".
           03 lcv-cuotas pic z9.
           03 filler pic x(4) value " DE ".
           03 lcv-importe pic zz.zzz.zz9,99.
       01  lin-cc-titulo.
           03 filler pic x(9) value "FECHA".
           03 filler pic x(21) value "CONCEPTO".
           03 filler pic x(14) value "DEBITO".
           03 filler pic x(14) value "CREDITO".
           03 filler pic x(14) value "SALDO".
           03 filler pic x(4) value "EST.".
       01  lin-cc-mov.
           03 lcm-fecha pic 9(8).
           03 filler pic x(1) value spaces.
           03 lcm-concepto pic x(20).
           03 filler pic x(1) value spaces.
           03 lcm-debito pic zz.zzz.zz9,99 blank when zero.
           03 filler pic x(1) value spaces.
           03 lcm-credito pic zz.zzz.zz9,99 blank when zero.
           03 filler pic x(1) value spaces.
           03 lcm-saldo pic zzzzzzzz9,99-.
           03 filler pic x(1) value spaces.
           03 lcm-estado pic x(4).
       01  lin-cc-saldo-ant.
           03 filler pic x(30) value "SALDO ANTERIOR".
           03 filler pic x(28) value spaces.
           03 lca-saldo pic zzzzzzzz9,99-.
       01  lin-rc-titulo.
           03 filler pic x(8) value "RECIBO".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(15) value "MEDIO".
           03 filler pic x(15) value "IMPORTE".
           03 filler pic x(20) value "ESTADO".
       01  lin-rc-rec.
           03 lrr-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 lrr-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 lrr-medio pic x(13).
           03 filler pic x(2) value spaces.
           03 lrr-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lrr-estado pic x(8).
           03 lrr-fecha-anula pic x(8).
       01  lin-guarda-cc.
           03 filler pic x(78) value all "-".
       01  lin-cc-pagina.
           03 filler pic x(8) value "LINEAS ".
           03 lcg-desde pic zz9.
           03 filler pic x(3) value " A ".
           03 lcg-hasta pic zz9.
           03 filler pic x(4) value " DE ".
           03 lcg-cant pic zz9.
           03 lcg-omitidos pic x(40) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           MOVE w-operador TO acc-operador.
           MOVE "ABMSOCIOS" TO acc-programa.
           MOVE w-acc-resultado TO acc-resultado.
           MOVE w-acc-detalle TO acc-detalle.
           WRITE reg-acceso.
           CLOSE ACCESOS.
           MOVE SPACES TO w-acc-detalle.

       140-CARGO-TABLA-UBICACIONES.
           MOVE ZERO TO w-ubi-cant.
           display "5 - Listado de socios".
           display "6 - Reingreso de ex-socio".
           display "7 - Consulta de historico".
           display "8 - Cuenta corriente del socio".
           display "9 - Salir".

       300-PROCESO-MENU.
                           "de supervisor"
                   END-IF
               WHEN 7 PERFORM 680-CONSULTA-HISTORICO
               WHEN 8 PERFORM 760-CUENTA-CORRIENTE
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.
           END-IF.
           MOVE w-soc-guardado TO soc-reg.

      ******************************************************************
      * CUENTA CORRIENTE DEL SOCIO
      ******************************************************************
      *    Consulta de solo lectura: no toma bloqueo ni reescribe nada,
      *    solo deja constancia en accesos.dat.
       760-CUENTA-CORRIENTE.
           display "ingrese nro de socio a consultar"
           accept soc-nro
           MOVE soc-nro TO w-acc-detalle
           READ SOCIOS INVALID KEY
               display "Numero no encontrado"
               MOVE "CTACTE NE" TO w-acc-resultado
               PERFORM 125-REGISTRO-ACCESO
           NOT INVALID KEY
               MOVE "CTACTE" TO w-acc-resultado
               PERFORM 125-REGISTRO-ACCESO
               PERFORM 762-CARGO-MOVIMIENTOS
               PERFORM 766-CALCULO-SALDOS
               PERFORM 767-CALCULO-IMPAGAS
               PERFORM 770-CARGO-RECIBOS
               PERFORM 775-BUSCO-CONVENIO
               PERFORM 780-NAVEGO-CUENTA
           END-READ.

      *    Se cuentan primero los movimientos para quedarse con los 500
      *    mas recientes; la morosidad se calcula sobre todos.
       762-CARGO-MOVIMIENTOS.
           MOVE ZERO TO w-cc-total.
           PERFORM 763-POSICIONO-MOVIMIENTOS.
           PERFORM UNTIL w-flag-mov = 1
               ADD 1 TO w-cc-total
               PERFORM 764-LEO-MOVIMIENTO
           END-PERFORM.
           MOVE ZERO TO w-cc-omitir.
           IF w-cc-total > 500
               COMPUTE w-cc-omitir = w-cc-total - 500
           END-IF.
           MOVE ZERO TO w-cc-cant.
           MOVE ZERO TO w-cc-leidos.
           MOVE ZERO TO w-cuo-cant.
           MOVE ZERO TO w-deb-cuotas.
           MOVE ZERO TO w-creditos.
           MOVE ZERO TO w-reversos.
           PERFORM 763-POSICIONO-MOVIMIENTOS.
           PERFORM UNTIL w-flag-mov = 1
               ADD 1 TO w-cc-leidos
               IF w-cc-leidos > w-cc-omitir
                   PERFORM 765-GUARDO-MOVIMIENTO
               END-IF
               PERFORM 768-ACUMULO-MOROSIDAD
               PERFORM 764-LEO-MOVIMIENTO
           END-PERFORM.

       763-POSICIONO-MOVIMIENTOS.
           MOVE ZERO TO w-flag-mov.
           MOVE soc-nro TO mov-nro.
           MOVE ZEROS TO mov-fecha.
           MOVE ZEROS TO mov-secuencia.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag-mov
           END-START.
           PERFORM 764-LEO-MOVIMIENTO.

       764-LEO-MOVIMIENTO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
               IF w-flag-mov NOT = 1 AND mov-nro NOT = soc-nro
                   MOVE 1 TO w-flag-mov
               END-IF
           END-IF.

       765-GUARDO-MOVIMIENTO.
           ADD 1 TO w-cc-cant.
           MOVE mov-fecha TO tab-cc-fecha(w-cc-cant).
           MOVE mov-tipo TO tab-cc-tipo(w-cc-cant).
           MOVE mov-concepto TO tab-cc-concepto(w-cc-cant).
           MOVE mov-importe TO tab-cc-importe(w-cc-cant).
           MOVE mov-aplicado TO tab-cc-aplicado(w-cc-cant).

      *    Los movimientos pendientes (N) todavia no estan en el saldo
      *    del socio. Se parte del saldo actual hacia atras para tener
      *    el saldo anterior al primer movimiento mostrado y desde ahi
      *    se acumula hacia adelante.
       766-CALCULO-SALDOS.
           MOVE soc-importe TO w-cc-saldo.
           PERFORM VARYING w-cc-i FROM 1 BY 1
               UNTIL w-cc-i > w-cc-cant
               IF tab-cc-aplicado(w-cc-i) NOT = "N"
                   IF tab-cc-tipo(w-cc-i) = "D"
                       ADD tab-cc-importe(w-cc-i) TO w-cc-saldo
                   ELSE
                       SUBTRACT tab-cc-importe(w-cc-i) FROM w-cc-saldo
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-cc-saldo TO lca-saldo.
           PERFORM VARYING w-cc-i FROM 1 BY 1
               UNTIL w-cc-i > w-cc-cant
               IF tab-cc-aplicado(w-cc-i) NOT = "N"
                   IF tab-cc-tipo(w-cc-i) = "D"
                       SUBTRACT tab-cc-importe(w-cc-i) FROM w-cc-saldo
                   ELSE
                       ADD tab-cc-importe(w-cc-i) TO w-cc-saldo
                   END-IF
               END-IF
               MOVE w-cc-saldo TO tab-cc-saldo(w-cc-i)
           END-PERFORM.

       767-CALCULO-IMPAGAS.
           IF w-reversos > w-creditos
               MOVE ZERO TO w-creditos
           ELSE
               SUBTRACT w-reversos FROM w-creditos
           END-IF.
           MOVE ZERO TO w-impagas.
           IF w-deb-cuotas > w-creditos
               COMPUTE w-deuda = w-deb-cuotas - w-creditos
               MOVE ZERO TO w-acumulado
               PERFORM VARYING w-cuo-i FROM w-cuo-cant BY -1
                   UNTIL w-cuo-i < 1 OR w-acumulado NOT < w-deuda
                   ADD tab-cuo-importe(w-cuo-i) TO w-acumulado
                   ADD 1 TO w-impagas
               END-PERFORM
           ELSE
               MOVE ZERO TO w-deuda
           END-IF.
           COMPUTE w-cuo-desde = w-cuo-cant - w-impagas + 1.

      *    Los pagos se imputan primero a las cuotas de convenio y a
      *    los aranceles de actividades; la deuda refinanciada queda
      *    cubierta por el credito del convenio y el saldo de un
      *    convenio caducado cuenta como un periodo impago mas.
       768-ACUMULO-MOROSIDAD.
           EVALUATE TRUE
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "CUOTA SOCIAL "
                   OR mov-concepto = "SALDO EJERCICIO ANT."
                   OR mov-concepto(1:12) = "CADUCA CONV ")
                   ADD mov-importe TO w-deb-cuotas
                   IF w-cuo-cant < 120
                       ADD 1 TO w-cuo-cant
                       MOVE mov-concepto TO tab-cuo-concepto(w-cuo-cant)
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

       770-CARGO-RECIBOS.
           MOVE ZERO TO w-rc-total.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT RECIBOS.
           PERFORM 771-LEO-RECIBO.
           PERFORM UNTIL w-flag-rec = 1
               IF rec-socio = soc-nro
                   ADD 1 TO w-rc-total
               END-IF
               PERFORM 771-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.
           MOVE ZERO TO w-rc-omitir.
           IF w-rc-total > 200
               COMPUTE w-rc-omitir = w-rc-total - 200
           END-IF.
           MOVE ZERO TO w-rc-cant.
           MOVE ZERO TO w-rc-leidos.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT RECIBOS.
           PERFORM 771-LEO-RECIBO.
           PERFORM UNTIL w-flag-rec = 1
               IF rec-socio = soc-nro
                   ADD 1 TO w-rc-leidos
                   IF w-rc-leidos > w-rc-omitir
                       PERFORM 772-GUARDO-RECIBO
                   END-IF
               END-IF
               PERFORM 771-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.

       771-LEO-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-rec.

       772-GUARDO-RECIBO.
           ADD 1 TO w-rc-cant.
           MOVE rec-nro TO tab-rc-nro(w-rc-cant).
           MOVE rec-fecha TO tab-rc-fecha(w-rc-cant).
           MOVE rec-medio TO tab-rc-medio(w-rc-cant).
           MOVE rec-importe TO tab-rc-importe(w-rc-cant).
           MOVE rec-estado TO tab-rc-estado(w-rc-cant).
           MOVE rec-fecha-anula TO tab-rc-fecha-anula(w-rc-cant).

       775-BUSCO-CONVENIO.
           MOVE "N" TO w-hay-convenio.
           MOVE ZERO TO w-flag-cnv.
           OPEN INPUT CONVENIOS.
           MOVE soc-nro TO cnv-socio.
           START CONVENIOS KEY IS = cnv-socio
               INVALID KEY
                   MOVE 1 TO w-flag-cnv
           END-START.
           PERFORM 776-LEO-CONVENIO.
           PERFORM UNTIL w-flag-cnv = 1
               IF cnv-vigente
                   MOVE "S" TO w-hay-convenio
                   MOVE cnv-nro TO lcv-nro
                   MOVE cnv-facturadas TO lcv-facturadas
                   MOVE cnv-cuotas TO lcv-cuotas
                   MOVE cnv-importe-cuota TO lcv-importe
               END-IF
               PERFORM 776-LEO-CONVENIO
           END-PERFORM.
           CLOSE CONVENIOS.

       776-LEO-CONVENIO.
           IF w-flag-cnv NOT = 1
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-cnv
               END-READ
               IF w-flag-cnv NOT = 1 AND cnv-socio NOT = soc-nro
                   MOVE 1 TO w-flag-cnv
               END-IF
           END-IF.

      *    Se arranca por la ultima pagina, la de lo mas reciente.
       780-NAVEGO-CUENTA.
           MOVE "M" TO w-vista.
           MOVE SPACE TO w-comando.
           PERFORM 781-ULTIMA-PAGINA.
           PERFORM with test after UNTIL fin-consulta
               PERFORM 782-MUESTRO-CABECERA
               IF vista-movimientos
                   PERFORM 784-MUESTRO-MOVIMIENTOS
               ELSE
                   PERFORM 786-MUESTRO-RECIBOS
               END-IF
               DISPLAY "S - siguiente  A - anterior  M - movimientos"
                   "  R - recibos  F - fin"
               ACCEPT w-comando
               PERFORM 788-PROCESO-COMANDO
           END-PERFORM.

       781-ULTIMA-PAGINA.
           MOVE 1 TO w-cc-ini.
           IF w-cc-cant > w-pagina
               COMPUTE w-cc-fin = w-cc-cant - 1
               DIVIDE w-cc-fin BY w-pagina GIVING w-cc-i
               COMPUTE w-cc-ini = w-cc-i * w-pagina + 1
           END-IF.
           MOVE 1 TO w-rc-ini.
           IF w-rc-cant > w-pagina
               COMPUTE w-rc-fin = w-rc-cant - 1
               DIVIDE w-rc-fin BY w-pagina GIVING w-rc-i
               COMPUTE w-rc-ini = w-rc-i * w-pagina + 1
           END-IF.

       782-MUESTRO-CABECERA.
           MOVE soc-nro TO lcs-nro.
           MOVE soc-nom TO lcs-nom.
           MOVE soc-apell TO lcs-apell.
           MOVE soc-importe TO lcs-saldo.
           EVALUATE soc-estado
               WHEN "A" MOVE "ACTIVO" TO lcs-estado
               WHEN "S" MOVE "SUSPENDIDO" TO lcs-estado
               WHEN "B" MOVE "BAJA" TO lcs-estado
               WHEN OTHER MOVE soc-estado TO lcs-estado
           END-EVALUATE.
           DISPLAY lin-guarda-cc.
           DISPLAY lin-cc-socio.
           MOVE w-impagas TO lci-impagas.
           MOVE w-deuda TO lci-deuda.
           DISPLAY lin-cc-impagas.
           PERFORM VARYING w-cuo-i FROM w-cuo-desde BY 1
               UNTIL w-cuo-i > w-cuo-cant
               MOVE tab-cuo-concepto(w-cuo-i) TO lcp-concepto
               MOVE tab-cuo-importe(w-cuo-i) TO lcp-importe
               DISPLAY lin-cc-periodo
           END-PERFORM.
           IF w-hay-convenio = "S"
               DISPLAY lin-cc-convenio
           ELSE
               DISPLAY "SIN CONVENIO VIGENTE"
           END-IF.
           DISPLAY lin-guarda-cc.

       784-MUESTRO-MOVIMIENTOS.
           IF w-cc-cant = ZERO
               DISPLAY "El socio no tiene movimientos"
           ELSE
               COMPUTE w-cc-fin = w-cc-ini + w-pagina - 1
               IF w-cc-fin > w-cc-cant
                   MOVE w-cc-cant TO w-cc-fin
               END-IF
               DISPLAY lin-cc-titulo
               IF w-cc-ini = 1
                   DISPLAY lin-cc-saldo-ant
               END-IF
               PERFORM VARYING w-cc-i FROM w-cc-ini BY 1
                   UNTIL w-cc-i > w-cc-fin
                   PERFORM 785-MUESTRO-LINEA-MOV
               END-PERFORM
               MOVE w-cc-ini TO lcg-desde
               MOVE w-cc-fin TO lcg-hasta
               MOVE w-cc-cant TO lcg-cant
               IF w-cc-omitir > ZERO
                   MOVE " (SE OMITEN LOS MAS ANTIGUOS)"
                       TO lcg-omitidos
               ELSE
                   MOVE SPACES TO lcg-omitidos
               END-IF
               DISPLAY lin-cc-pagina
           END-IF.

       785-MUESTRO-LINEA-MOV.
           MOVE tab-cc-fecha(w-cc-i) TO lcm-fecha.
           MOVE tab-cc-concepto(w-cc-i) TO lcm-concepto.
           IF tab-cc-tipo(w-cc-i) = "D"
               MOVE tab-cc-importe(w-cc-i) TO lcm-debito
               MOVE ZERO TO lcm-credito
           ELSE
               MOVE ZERO TO lcm-debito
               MOVE tab-cc-importe(w-cc-i) TO lcm-credito
           END-IF.
           MOVE tab-cc-saldo(w-cc-i) TO lcm-saldo.
           EVALUATE tab-cc-aplicado(w-cc-i)
               WHEN "N" MOVE "PEND" TO lcm-estado
               WHEN "A" MOVE "ANUL" TO lcm-estado
               WHEN OTHER MOVE "APL" TO lcm-estado
           END-EVALUATE.
           DISPLAY lin-cc-mov.

       786-MUESTRO-RECIBOS.
           IF w-rc-cant = ZERO
               DISPLAY "El socio no tiene recibos"
           ELSE
               COMPUTE w-rc-fin = w-rc-ini + w-pagina - 1
               IF w-rc-fin > w-rc-cant
                   MOVE w-rc-cant TO w-rc-fin
               END-IF
               DISPLAY lin-rc-titulo
               PERFORM VARYING w-rc-i FROM w-rc-ini BY 1
                   UNTIL w-rc-i > w-rc-fin
                   PERFORM 787-MUESTRO-LINEA-REC
               END-PERFORM
               MOVE w-rc-ini TO lcg-desde
               MOVE w-rc-fin TO lcg-hasta
               MOVE w-rc-cant TO lcg-cant
               IF w-rc-omitir > ZERO
                   MOVE " (SE OMITEN LOS MAS ANTIGUOS)"
                       TO lcg-omitidos
               ELSE
                   MOVE SPACES TO lcg-omitidos
               END-IF
               DISPLAY lin-cc-pagina
           END-IF.

       787-MUESTRO-LINEA-REC.
           MOVE tab-rc-nro(w-rc-i) TO lrr-nro.
           MOVE tab-rc-fecha(w-rc-i) TO lrr-fecha.
           EVALUATE tab-rc-medio(w-rc-i)
               WHEN "E" MOVE "EFECTIVO" TO lrr-medio
               WHEN "C" MOVE "CHEQUE" TO lrr-medio
               WHEN "T" MOVE "TRANSFERENCIA" TO lrr-medio
               WHEN "D" MOVE "DEBITO AUTOM." TO lrr-medio
               WHEN OTHER MOVE tab-rc-medio(w-rc-i) TO lrr-medio
           END-EVALUATE.
           MOVE tab-rc-importe(w-rc-i) TO lrr-importe.
           IF tab-rc-estado(w-rc-i) = "A"
               MOVE "ANULADO " TO lrr-estado
               MOVE tab-rc-fecha-anula(w-rc-i) TO lrr-fecha-anula
           ELSE
               MOVE "VIGENTE" TO lrr-estado
               MOVE SPACES TO lrr-fecha-anula
           END-IF.
           DISPLAY lin-rc-rec.

       788-PROCESO-COMANDO.
           EVALUATE w-comando
               WHEN "S" WHEN "s" PERFORM 789-PAGINA-SIGUIENTE
               WHEN "A" WHEN "a" PERFORM 790-PAGINA-ANTERIOR
               WHEN "M" WHEN "m" MOVE "M" TO w-vista
               WHEN "R" WHEN "r" MOVE "R" TO w-vista
               WHEN "F" WHEN "f" NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

       789-PAGINA-SIGUIENTE.
           IF vista-movimientos
               IF w-cc-ini + w-pagina > w-cc-cant
                   DISPLAY "Es la ultima pagina"
               ELSE
                   ADD w-pagina TO w-cc-ini
               END-IF
           ELSE
               IF w-rc-ini + w-pagina > w-rc-cant
                   DISPLAY "Es la ultima pagina"
               ELSE
                   ADD w-pagina TO w-rc-ini
               END-IF
           END-IF.

       790-PAGINA-ANTERIOR.
           IF vista-movimientos
               IF w-cc-ini > w-pagina
                   SUBTRACT w-pagina FROM w-cc-ini
               ELSE
                   DISPLAY "Es la primera pagina"
               END-IF
           ELSE
               IF w-rc-ini > w-pagina
                   SUBTRACT w-pagina FROM w-rc-ini
               ELSE
                   DISPLAY "Es la primera pagina"
               END-IF
           END-IF.

      ******************************************************************
      * REINGRESO Y CONSULTA DE HISTORICO
      ******************************************************************
