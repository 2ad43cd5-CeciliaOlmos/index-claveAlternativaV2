      ******************************************************************
      * Author:
      * Date:
      * Purpose: Interfaz con el sistema de contabilidad. Toma los
      *          movimientos de movimientos.dat y los recibos de
      *          recibos.dat de un dia y los convierte en asientos,
      *          imputados segun la tabla cuentas.dat:
      *            - cada concepto de movimiento (cuotas, aranceles,
      *              recargos, anulaciones, convenios, saldos de
      *              ejercicio anterior, ajustes) da un asiento por el
      *              total de debitos (debe deudores, haber la cuenta
      *              del concepto) y otro por el total de creditos
      *              (debe la cuenta del concepto, haber deudores);
      *            - las cobranzas salen de los recibos del dia por
      *              medio de pago (debe la cuenta del medio, haber
      *              deudores) y los recibos anulados en el dia las
      *              revierten; por eso no se toman de movimientos.dat
      *              los "PAGO RECIBO" ni los "ANULA RECIBO".
      *          Los asientos se arman en asientos.tmp y solo si el
      *          debe iguala al haber y todos los conceptos tienen
      *          cuenta se liberan en asientos<AAAAMMDD>.dat, registro
      *          fijo para la contabilidad; si no, el archivo no se
      *          libera y la corrida termina con codigo de retorno 1.
      *          El listado asientos.lst trae cada asiento, el asiento
      *          resumen del dia por cuenta y los conceptos sin
      *          imputar. Fecha por parametros.dat (programa
      *          INTERFAZCONTABLE, valor1 AAAAMMDD; cero = hoy) o por
      *          pantalla.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS ASSIGN TO "..\cuentas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cco-clave.
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "..\movimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is mov-clave.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO ASSIGN TO "..\asientos.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT ASIENTOS ASSIGN TO w-nombre-asi
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\asientos.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS.
       01  cco-reg.
           03 cco-clave.
               05 cco-tipo pic x.
               05 cco-codigo pic x(20).
           03 cco-cuenta pic x(10).
           03 cco-descripcion pic x(20).
       FD  MOVIMIENTOS.
       01  reg-movim.
           03 mov-clave.
               05 mov-nro pic 9(6).
               05 mov-fecha pic 9(8).
               05 mov-secuencia pic 9(4).
           03 mov-tipo pic x.
           03 mov-concepto pic x(20).
           03 mov-importe pic 9(8)v99.
           03 mov-aplicado pic x.
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
       FD  TRABAJO.
       01  reg-trabajo pic x(68).
       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
           03 asi-asiento pic 9(4).
           03 asi-renglon pic 99.
           03 asi-cuenta pic x(10).
           03 asi-dh pic x.
           03 asi-importe pic 9(11)v99.
           03 asi-leyenda pic x(30).
       FD  LISTADO.
       01  lin-imp pic x(90).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       77  w-flag-par pic 9 value zero.
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       01  w-fecha pic 9(8) value zero.
       01  w-fecha-r redefines w-fecha.
           03 w-f-anio pic 9999.
           03 w-f-mes pic 99.
           03 w-f-dia pic 99.
       01  w-nombre-asi pic x(30) value spaces.
       01  tab-cuentas.
           03 tab-cco-ent occurs 100 times.
               05 tab-cco-tipo pic x.
               05 tab-cco-codigo pic x(20).
               05 tab-cco-largo pic 99.
               05 tab-cco-cuenta pic x(10).
               05 tab-cco-desc pic x(20).
               05 tab-cco-debitos pic 9(11)v99.
               05 tab-cco-creditos pic 9(11)v99.
       77  w-cco-cant pic 999 value zero.
       77  w-cco-i pic 999 value zero.
       77  w-cco-hallado pic 999 value zero.
       77  w-cco-comodin pic 999 value zero.
       77  w-largo-max pic 99 value zero.
       77  w-i pic 99 value zero.
       77  w-hay-socios pic x value "N".
       01  w-cta-socios pic x(10) value spaces.
       01  w-desc-socios pic x(20) value spaces.
       01  tab-sin-cuenta.
           03 tab-sc-ent occurs 50 times.
               05 tab-sc-concepto pic x(20).
               05 tab-sc-cant pic 9(5).
               05 tab-sc-importe pic 9(11)v99.
       77  w-sc-cant pic 99 value zero.
       77  w-sc-i pic 99 value zero.
       77  w-sc-hallado pic 99 value zero.
       77  w-sin-cuenta pic 9(5) value zero.
       01  tab-resumen.
           03 tab-res-ent occurs 110 times.
               05 tab-res-cuenta pic x(10).
               05 tab-res-desc pic x(20).
               05 tab-res-debe pic 9(11)v99.
               05 tab-res-haber pic 9(11)v99.
       77  w-res-cant pic 999 value zero.
       77  w-res-i pic 999 value zero.
       77  w-res-hallado pic 999 value zero.
       01  w-concepto pic x(20) value spaces.
       01  w-codigo pic x(20) value spaces.
       77  w-importe pic 9(11)v99 value zero.
       01  w-cta-debe pic x(10) value spaces.
       01  w-desc-debe pic x(20) value spaces.
       01  w-cta-haber pic x(10) value spaces.
       01  w-desc-haber pic x(20) value spaces.
       01  w-leyenda pic x(30) value spaces.
       77  w-asiento pic 9(4) value zero.
       77  w-renglones pic 9(5) value zero.
       77  w-tot-debe pic 9(13)v99 value zero.
       77  w-tot-haber pic 9(13)v99 value zero.
       77  w-movs-dia pic 9(7) value zero.
       77  w-movs-recibo pic 9(7) value zero.
       77  w-recibos-dia pic 9(5) value zero.
       77  w-anulados-dia pic 9(5) value zero.
       77  w-libera pic x value "N".
           88  libera-archivo value "S".
       01  lin-titulo.
           03 filler pic x(40) value
               "ASIENTOS CONTABLES DEL DIA".
           03 filler pic x(7) value "FECHA: ".
           03 l-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-anio pic 9999.
       01  lin-guarda.
           03 filler pic x(90) value all "-".
       01  lin-cabecera.
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "CUENTA".
           03 filler pic x(22) value "DESCRIPCION".
           03 filler pic x(19) value "              DEBE".
           03 filler pic x(19) value "             HABER".
       01  lin-asiento.
           03 filler pic x(8) value "ASIENTO ".
           03 l-asiento pic zzz9.
           03 filler pic x(2) value spaces.
           03 l-leyenda pic x(30).
       01  lin-renglon.
           03 filler pic x(4) value spaces.
           03 l-cuenta pic x(10).
           03 filler pic x(2) value spaces.
           03 l-desc pic x(20).
           03 filler pic x(2) value spaces.
           03 l-debe pic zz.zzz.zzz.zz9,99 blank when zero.
           03 filler pic x(2) value spaces.
           03 l-haber pic zz.zzz.zzz.zz9,99 blank when zero.
       01  lin-resumen.
           03 filler pic x(40) value "ASIENTO RESUMEN DEL DIA".
       01  lin-total.
           03 filler pic x(38) value "    TOTALES".
           03 l-tot-debe pic zzz.zzz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-tot-haber pic zzz.zzz.zzz.zz9,99.
       01  lin-sin-cuenta.
           03 filler pic x(21) value "CONCEPTO SIN CUENTA: ".
           03 l-sc-concepto pic x(20).
           03 filler pic x(7) value " CANT: ".
           03 l-sc-cant pic zzzz9.
           03 filler pic x(10) value " IMPORTE: ".
           03 l-sc-importe pic zz.zzz.zzz.zz9,99.
       01  lin-cuenta-mov.
           03 filler pic x(30) value "MOVIMIENTOS DEL DIA: ".
           03 l-movs-dia pic zzzzzz9.
       01  lin-cuenta-movrec.
           03 filler pic x(30) value "  TOMADOS DE LOS RECIBOS: ".
           03 l-movs-recibo pic zzzzzz9.
       01  lin-cuenta-rec.
           03 filler pic x(30) value "RECIBOS DEL DIA: ".
           03 l-recibos-dia pic zzzzzz9.
       01  lin-cuenta-anu.
           03 filler pic x(30) value "RECIBOS ANULADOS EN EL DIA: ".
           03 l-anulados-dia pic zzzzzz9.
       01  lin-liberado.
           03 filler pic x(18) value "ARCHIVO LIBERADO: ".
           03 l-nombre-asi pic x(30).
           03 filler pic x(12) value " RENGLONES: ".
           03 l-renglones pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGO-CUENTAS.
           PERFORM 300-RECORRO-MOVIMIENTOS.
           PERFORM 400-RECORRO-RECIBOS.
           PERFORM 500-GENERO-ASIENTOS.
           PERFORM 600-IMPRIMO-RESUMEN.
           PERFORM 700-VERIFICO-Y-LIBERO.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT LISTADO.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:8) IS NUMERIC
                   MOVE w-par-v1(1:8) TO w-fecha
               ELSE
                   MOVE ZERO TO w-fecha
               END-IF
           ELSE
               DISPLAY "Ingrese la fecha a contabilizar (AAAAMMDD, "
                   "cero para la del dia)"
               ACCEPT w-fecha
           END-IF.
           IF w-fecha = ZERO
               ACCEPT w-fecha FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO w-nombre-asi.
           STRING "..\asientos" w-fecha ".dat"
               DELIMITED BY SIZE INTO w-nombre-asi.
           MOVE w-f-dia TO l-dia.
           MOVE w-f-mes TO l-mes.
           MOVE w-f-anio TO l-anio.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cabecera.
           WRITE lin-imp FROM lin-guarda.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "INTERFAZCONTABLE"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

      ******************************************************************
      * TABLA DE IMPUTACION
      ******************************************************************
       200-CARGO-CUENTAS.
           MOVE ZERO TO w-cco-cant.
           MOVE ZERO TO w-flag.
           OPEN INPUT CUENTAS.
           PERFORM 210-LEO-CUENTA.
           PERFORM UNTIL w-flag = 1
               IF cco-tipo = "S"
                   MOVE "S" TO w-hay-socios
                   MOVE cco-cuenta TO w-cta-socios
                   MOVE cco-descripcion TO w-desc-socios
               ELSE
                   IF w-cco-cant < 100
                       ADD 1 TO w-cco-cant
                       PERFORM 220-GUARDO-CUENTA
                   END-IF
               END-IF
               PERFORM 210-LEO-CUENTA
           END-PERFORM.
           CLOSE CUENTAS.

       210-LEO-CUENTA.
           READ CUENTAS NEXT AT END MOVE 1 TO w-flag.

      *    Guarda el largo significativo del concepto para compararlo
      *    con el comienzo del concepto de cada movimiento; el "*"
      *    queda con largo cero y vale para cualquiera.
       220-GUARDO-CUENTA.
           MOVE cco-tipo TO tab-cco-tipo(w-cco-cant).
           MOVE cco-codigo TO tab-cco-codigo(w-cco-cant).
           MOVE cco-cuenta TO tab-cco-cuenta(w-cco-cant).
           MOVE cco-descripcion TO tab-cco-desc(w-cco-cant).
           MOVE ZERO TO tab-cco-debitos(w-cco-cant).
           MOVE ZERO TO tab-cco-creditos(w-cco-cant).
           IF cco-codigo = "*"
               MOVE ZERO TO tab-cco-largo(w-cco-cant)
           ELSE
               PERFORM VARYING w-i FROM 20 BY -1
                   UNTIL w-i < 1 OR cco-codigo(w-i:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE w-i TO tab-cco-largo(w-cco-cant)
           END-IF.

      *    Entre las entradas de concepto gana la de comienzo mas
      *    largo que coincida; si ninguna coincide se usa la "*".
       230-BUSCO-CONCEPTO.
           MOVE ZERO TO w-cco-hallado.
           MOVE ZERO TO w-cco-comodin.
           MOVE ZERO TO w-largo-max.
           PERFORM VARYING w-cco-i FROM 1 BY 1
               UNTIL w-cco-i > w-cco-cant
               IF tab-cco-tipo(w-cco-i) = "C"
                   IF tab-cco-largo(w-cco-i) = ZERO
                       MOVE w-cco-i TO w-cco-comodin
                   ELSE
                       IF tab-cco-largo(w-cco-i) > w-largo-max
                           AND w-concepto(1:tab-cco-largo(w-cco-i))
                           = tab-cco-codigo(w-cco-i)
                           (1:tab-cco-largo(w-cco-i))
                           MOVE w-cco-i TO w-cco-hallado
                           MOVE tab-cco-largo(w-cco-i) TO w-largo-max
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cco-hallado = ZERO
               MOVE w-cco-comodin TO w-cco-hallado
           END-IF.

       240-BUSCO-MEDIO.
           MOVE ZERO TO w-cco-hallado.
           PERFORM VARYING w-cco-i FROM 1 BY 1
               UNTIL w-cco-i > w-cco-cant
               IF tab-cco-tipo(w-cco-i) = "M"
                   AND tab-cco-codigo(w-cco-i) = w-codigo
                   MOVE w-cco-i TO w-cco-hallado
               END-IF
           END-PERFORM.

       250-REGISTRO-SIN-CUENTA.
           ADD 1 TO w-sin-cuenta.
           MOVE ZERO TO w-sc-hallado.
           PERFORM VARYING w-sc-i FROM 1 BY 1
               UNTIL w-sc-i > w-sc-cant
               IF tab-sc-concepto(w-sc-i) = w-concepto
                   MOVE w-sc-i TO w-sc-hallado
               END-IF
           END-PERFORM.
           IF w-sc-hallado = ZERO AND w-sc-cant < 50
               ADD 1 TO w-sc-cant
               MOVE w-sc-cant TO w-sc-hallado
               MOVE w-concepto TO tab-sc-concepto(w-sc-hallado)
               MOVE ZERO TO tab-sc-cant(w-sc-hallado)
               MOVE ZERO TO tab-sc-importe(w-sc-hallado)
           END-IF.
           IF w-sc-hallado NOT = ZERO
               ADD 1 TO tab-sc-cant(w-sc-hallado)
               ADD w-importe TO tab-sc-importe(w-sc-hallado)
           END-IF.

      ******************************************************************
      * MOVIMIENTOS Y RECIBOS DEL DIA
      ******************************************************************
       300-RECORRO-MOVIMIENTOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT MOVIMIENTOS.
           MOVE ZEROS TO mov-clave.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 310-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag = 1
               IF mov-fecha = w-fecha
                   ADD 1 TO w-movs-dia
                   IF mov-concepto(1:12) = "PAGO RECIBO "
                       OR mov-concepto(1:13) = "ANULA RECIBO "
                       ADD 1 TO w-movs-recibo
                   ELSE
                       PERFORM 320-IMPUTO-MOVIMIENTO
                   END-IF
               END-IF
               PERFORM 310-LEO-MOVIMIENTO
           END-PERFORM.
           CLOSE MOVIMIENTOS.

       310-LEO-MOVIMIENTO.
           IF w-flag NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       320-IMPUTO-MOVIMIENTO.
           MOVE mov-concepto TO w-concepto.
           MOVE mov-importe TO w-importe.
           PERFORM 230-BUSCO-CONCEPTO.
           IF w-cco-hallado = ZERO
               PERFORM 250-REGISTRO-SIN-CUENTA
           ELSE
               IF mov-tipo = "D"
                   ADD mov-importe TO tab-cco-debitos(w-cco-hallado)
               ELSE
                   ADD mov-importe TO tab-cco-creditos(w-cco-hallado)
               END-IF
           END-IF.

      *    El cobro acredita al socio contra el medio de pago; la
      *    anulacion del recibo en el dia lo debita.
       400-RECORRO-RECIBOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT RECIBOS.
           PERFORM 410-LEO-RECIBO.
           PERFORM UNTIL w-flag = 1
               IF rec-fecha = w-fecha
                   ADD 1 TO w-recibos-dia
                   PERFORM 420-IMPUTO-RECIBO
                   IF w-cco-hallado NOT = ZERO
                       ADD rec-importe
                           TO tab-cco-creditos(w-cco-hallado)
                   END-IF
               END-IF
               IF recibo-anulado AND rec-fecha-anula = w-fecha
                   ADD 1 TO w-anulados-dia
                   PERFORM 420-IMPUTO-RECIBO
                   IF w-cco-hallado NOT = ZERO
                       ADD rec-importe
                           TO tab-cco-debitos(w-cco-hallado)
                   END-IF
               END-IF
               PERFORM 410-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.

       410-LEO-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag.

       420-IMPUTO-RECIBO.
           MOVE SPACES TO w-codigo.
           MOVE rec-medio TO w-codigo.
           PERFORM 240-BUSCO-MEDIO.
           IF w-cco-hallado = ZERO
               MOVE SPACES TO w-concepto
               STRING "RECIBO MEDIO " rec-medio
                   DELIMITED BY SIZE INTO w-concepto
               MOVE rec-importe TO w-importe
               PERFORM 250-REGISTRO-SIN-CUENTA
           END-IF.

      ******************************************************************
      * ASIENTOS
      ******************************************************************
       500-GENERO-ASIENTOS.
           OPEN OUTPUT TRABAJO.
           PERFORM VARYING w-cco-i FROM 1 BY 1
               UNTIL w-cco-i > w-cco-cant
               IF tab-cco-debitos(w-cco-i) > ZERO
                   MOVE w-cta-socios TO w-cta-debe
                   MOVE w-desc-socios TO w-desc-debe
                   MOVE tab-cco-cuenta(w-cco-i) TO w-cta-haber
                   MOVE tab-cco-desc(w-cco-i) TO w-desc-haber
                   MOVE tab-cco-debitos(w-cco-i) TO w-importe
                   PERFORM 510-ESCRIBO-ASIENTO
               END-IF
               IF tab-cco-creditos(w-cco-i) > ZERO
                   MOVE tab-cco-cuenta(w-cco-i) TO w-cta-debe
                   MOVE tab-cco-desc(w-cco-i) TO w-desc-debe
                   MOVE w-cta-socios TO w-cta-haber
                   MOVE w-desc-socios TO w-desc-haber
                   MOVE tab-cco-creditos(w-cco-i) TO w-importe
                   PERFORM 510-ESCRIBO-ASIENTO
               END-IF
           END-PERFORM.
           CLOSE TRABAJO.

       510-ESCRIBO-ASIENTO.
           ADD 1 TO w-asiento.
           MOVE tab-cco-desc(w-cco-i) TO w-leyenda.
           MOVE w-asiento TO l-asiento.
           MOVE w-leyenda TO l-leyenda.
           WRITE lin-imp FROM lin-asiento.
           MOVE w-fecha TO asi-fecha.
           MOVE w-asiento TO asi-asiento.
           MOVE w-leyenda TO asi-leyenda.
           MOVE w-importe TO asi-importe.
           MOVE 1 TO asi-renglon.
           MOVE w-cta-debe TO asi-cuenta.
           MOVE "D" TO asi-dh.
           WRITE reg-trabajo FROM asi-reg.
           ADD 1 TO w-renglones.
           ADD w-importe TO w-tot-debe.
           MOVE w-cta-debe TO l-cuenta.
           MOVE w-desc-debe TO l-desc.
           MOVE w-importe TO l-debe.
           MOVE ZERO TO l-haber.
           WRITE lin-imp FROM lin-renglon.
           MOVE w-cta-debe TO w-codigo.
           MOVE w-desc-debe TO w-concepto.
           PERFORM 520-ACUMULO-RESUMEN.
           ADD w-importe TO tab-res-debe(w-res-hallado).
           MOVE 2 TO asi-renglon.
           MOVE w-cta-haber TO asi-cuenta.
           MOVE "H" TO asi-dh.
           WRITE reg-trabajo FROM asi-reg.
           ADD 1 TO w-renglones.
           ADD w-importe TO w-tot-haber.
           MOVE w-cta-haber TO l-cuenta.
           MOVE w-desc-haber TO l-desc.
           MOVE ZERO TO l-debe.
           MOVE w-importe TO l-haber.
           WRITE lin-imp FROM lin-renglon.
           MOVE w-cta-haber TO w-codigo.
           MOVE w-desc-haber TO w-concepto.
           PERFORM 520-ACUMULO-RESUMEN.
           ADD w-importe TO tab-res-haber(w-res-hallado).

      *    Busca o agrega la cuenta de w-codigo en el resumen del dia.
       520-ACUMULO-RESUMEN.
           MOVE ZERO TO w-res-hallado.
           PERFORM VARYING w-res-i FROM 1 BY 1
               UNTIL w-res-i > w-res-cant
               IF tab-res-cuenta(w-res-i) = w-codigo
                   MOVE w-res-i TO w-res-hallado
               END-IF
           END-PERFORM.
           IF w-res-hallado = ZERO
               ADD 1 TO w-res-cant
               MOVE w-res-cant TO w-res-hallado
               MOVE w-codigo TO tab-res-cuenta(w-res-hallado)
               MOVE w-concepto TO tab-res-desc(w-res-hallado)
               MOVE ZERO TO tab-res-debe(w-res-hallado)
               MOVE ZERO TO tab-res-haber(w-res-hallado)
           END-IF.

       600-IMPRIMO-RESUMEN.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-resumen.
           WRITE lin-imp FROM lin-cabecera.
           PERFORM VARYING w-res-i FROM 1 BY 1
               UNTIL w-res-i > w-res-cant
               MOVE tab-res-cuenta(w-res-i) TO l-cuenta
               MOVE tab-res-desc(w-res-i) TO l-desc
               MOVE tab-res-debe(w-res-i) TO l-debe
               MOVE tab-res-haber(w-res-i) TO l-haber
               WRITE lin-imp FROM lin-renglon
           END-PERFORM.
           MOVE w-tot-debe TO l-tot-debe.
           MOVE w-tot-haber TO l-tot-haber.
           WRITE lin-imp FROM lin-total.
           WRITE lin-imp FROM lin-guarda.
           MOVE w-movs-dia TO l-movs-dia.
           WRITE lin-imp FROM lin-cuenta-mov.
           MOVE w-movs-recibo TO l-movs-recibo.
           WRITE lin-imp FROM lin-cuenta-movrec.
           MOVE w-recibos-dia TO l-recibos-dia.
           WRITE lin-imp FROM lin-cuenta-rec.
           MOVE w-anulados-dia TO l-anulados-dia.
           WRITE lin-imp FROM lin-cuenta-anu.

      ******************************************************************
      * CONTROL Y LIBERACION DEL ARCHIVO
      ******************************************************************
       700-VERIFICO-Y-LIBERO.
           MOVE "S" TO w-libera.
           WRITE lin-imp FROM lin-guarda.
           IF w-hay-socios NOT = "S"
               MOVE "N" TO w-libera
               MOVE "FALTA LA CUENTA DE DEUDORES (TIPO S) EN LA TABLA"
                   TO lin-imp
               WRITE lin-imp
           END-IF.
           IF w-sin-cuenta > ZERO
               MOVE "N" TO w-libera
               PERFORM VARYING w-sc-i FROM 1 BY 1
                   UNTIL w-sc-i > w-sc-cant
                   MOVE tab-sc-concepto(w-sc-i) TO l-sc-concepto
                   MOVE tab-sc-cant(w-sc-i) TO l-sc-cant
                   MOVE tab-sc-importe(w-sc-i) TO l-sc-importe
                   WRITE lin-imp FROM lin-sin-cuenta
               END-PERFORM
           END-IF.
           IF w-tot-debe NOT = w-tot-haber
               MOVE "N" TO w-libera
               MOVE "EL DEBE NO IGUALA AL HABER" TO lin-imp
               WRITE lin-imp
           END-IF.
           IF libera-archivo
               PERFORM 710-COPIO-ASIENTOS
               MOVE w-nombre-asi TO l-nombre-asi
               MOVE w-renglones TO l-renglones
               WRITE lin-imp FROM lin-liberado
           ELSE
               MOVE "ARCHIVO DE ASIENTOS NO LIBERADO" TO lin-imp
               WRITE lin-imp
               DISPLAY "Los asientos del " w-fecha " no se liberaron, "
                   "vea asientos.lst"
               MOVE 1 TO RETURN-CODE
           END-IF.

       710-COPIO-ASIENTOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT ASIENTOS.
           PERFORM 720-LEO-TRABAJO.
           PERFORM UNTIL w-flag = 1
               WRITE asi-reg FROM reg-trabajo
               PERFORM 720-LEO-TRABAJO
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE ASIENTOS.

       720-LEO-TRABAJO.
           READ TRABAJO AT END MOVE 1 TO w-flag.

       900-FIN.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
