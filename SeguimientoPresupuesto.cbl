      ******************************************************************
      * Author:
      * Date:
      * Purpose: Seguimiento mensual de la ejecucion del presupuesto
      *          de recursos (presupuesto.dat, ver Presupuesto). Para
      *          un periodo AAAAMM (por consola o por parametros.dat,
      *          programa SEGUIMIENTOPRESUP, valor1 = AAAAMM) compara
      *          por linea de ingreso lo presupuestado contra:
      *            facturado: debitos no anulados de movimientos.dat
      *            (y de movhistAAAA.dat si el ejercicio ya se
      *            cerro). Cuotas, aranceles y recargos van al mes de
      *            su concepto; las cuotas a la categoria actual del
      *            socio, los titulares de grupo a la F si su cuota
      *            del mes no es cero. Los demas debitos van a otros
      *            ingresos por su fecha, salvo cuotas de convenio,
      *            caducidades, saldos de arrastre, anulaciones de
      *            recibos y cheques rechazados, que no son recursos
      *            nuevos.
      *            cobrado: recibos de recibos.dat por su fecha,
      *            menos los anulados en el mes de la anulacion y los
      *            cheques rechazados en el mes del rechazo. La
      *            cobranza de cada mes se reparte entre las lineas
      *            en proporcion a lo facturado en el mes; si no hubo
      *            facturacion va a otros ingresos.
      *          Muestra diferencia en importe y porcentaje del mes y
      *          acumulada de enero al periodo, y la proyeccion al
      *          cierre del ejercicio: lo cobrado mas el presupuesto
      *          de los meses que faltan a la tasa de cobranza
      *          acumulada (cobrado / facturado). Emite
      *          presupuesto.lst.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESUPUESTO ASSIGN TO "..\presupuesto.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is pre-clave.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "..\movimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is mov-clave.
           SELECT OPTIONAL HISTMOV ASSIGN TO w-nombre-hist
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASHIS ASSIGN TO "..\cuotashis.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\presupuesto.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTO.
       01  pre-reg.
           03 pre-clave.
               05 pre-anio pic 9(4).
               05 pre-mes pic 99.
               05 pre-linea pic x.
               05 pre-categoria pic x.
           03 pre-socios pic 9(5).
           03 pre-importe pic 9(9)v99.
           03 pre-origen pic x.
           03 pre-fecha pic 9(8).
       FD  SOCIOS.
       01  soc-reg.
           03 soc-nro pic 9(6).
           03 soc-nom pic x(10).
           03 soc-apell pic x(10).
           03 soc-importe pic s9(8)v99.
           03 soc-tel pic 9(10).
           03 soc-provincia pic x(12).
           03 soc-localidad pic x(12).
           03 soc-calle pic x(12).
           03 soc-nro-calle pic 9(4).
           03 soc-estado pic x.
           03 soc-fecha-alta pic 9(8).
           03 soc-fecha-modif pic 9(8).
           03 soc-categoria pic x.
           03 soc-familia pic 9(6).
           03 soc-documento pic 9(8).
           03 soc-fecha-nac pic 9(8).
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
       FD  HISTMOV.
       01  reg-hist.
           03 hst-nro pic 9(6).
           03 hst-fecha pic 9(8).
           03 hst-secuencia pic 9(4).
           03 hst-tipo pic x.
           03 hst-concepto pic x(20).
           03 hst-importe pic 9(8)v99.
           03 hst-aplicado pic x.
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
       FD  CATEGORIAS.
       01  cat-reg.
           03 cat-codigo pic x.
           03 cat-descripcion pic x(12).
           03 cat-cuota pic 9(8)v99.
       FD  CUOTASHIS.
       01  hcu-reg.
           03 hcu-categoria pic x.
           03 hcu-periodo pic 9(6).
           03 hcu-cuota pic 9(8)v99.
           03 hcu-fecha pic 9(8).
           03 hcu-operador pic x(10).
       FD  LISTADO.
       01  lin-imp pic x(132).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-cat pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       01  w-nombre-hist pic x(30) value spaces.
       01  w-periodo pic 9(6) value zero.
       01  w-periodo-r redefines w-periodo.
           03 w-per-anio pic 9999.
           03 w-per-mes pic 99.
       01  w-per-mov pic 9(6) value zero.
       01  w-per-mov-r redefines w-per-mov.
           03 w-pm-anio pic 9999.
           03 w-pm-mes pic 99.
       01  w-movim.
           03 w-mv-nro pic 9(6).
           03 w-mv-fecha pic 9(8).
           03 w-mv-secuencia pic 9(4).
           03 w-mv-tipo pic x.
           03 w-mv-concepto pic x(20).
           03 w-mv-importe pic 9(8)v99.
           03 w-mv-aplicado pic x.
       01  tab-categorias.
           03 tab-cat-ent occurs 10 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-base pic 9(8)v99.
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-desde pic 9(6).
               05 tab-cat-hist pic x.
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-hallada pic 99 value zero.
       77  w-cat-f pic 99 value zero.
       01  tab-historial.
           03 tab-his-ent occurs 500 times.
               05 tab-his-cat pic x.
               05 tab-his-periodo pic 9(6).
               05 tab-his-cuota pic 9(8)v99.
       77  w-his-cant pic 999 value zero.
       77  w-his-i pic 999 value zero.
       01  tab-cuota-f.
           03 tab-cf-cuota pic 9(8)v99 occurs 12 times.
       01  tab-titulares.
           03 tab-tit-nro pic 9(6) occurs 10000 times.
       77  w-tit-cant pic 9(5) value zero.
       77  w-tit-i pic 9(5) value zero.
       77  w-es-titular pic x value "N".
      *    Lineas: 1 a 10 cuotas por categoria, 11 cuotas sin
      *    categoria, 12 aranceles, 13 recargos, 14 otros ingresos,
      *    15 total.
       01  tab-lineas.
           03 tab-lin-ent occurs 15 times.
               05 tab-lin-desc pic x(20).
               05 tab-lin-ppto-mes pic s9(11)v99.
               05 tab-lin-ppto-acum pic s9(11)v99.
               05 tab-lin-ppto-anual pic s9(11)v99.
               05 tab-lin-fac pic s9(11)v99 occurs 12 times.
               05 tab-lin-fac-mes pic s9(11)v99.
               05 tab-lin-fac-acum pic s9(11)v99.
               05 tab-lin-cob-mes pic s9(11)v99.
               05 tab-lin-cob-acum pic s9(11)v99.
               05 tab-lin-proy pic s9(11)v99.
       77  w-lin pic 99 value zero.
       77  w-lin-i pic 99 value zero.
       77  w-lin-max pic 99 value zero.
       77  w-mes pic 99 value zero.
       01  tab-cobranza.
           03 tab-cob-ent occurs 12 times.
               05 tab-cob-recibos pic 9(11)v99.
               05 tab-cob-anulados pic 9(11)v99.
               05 tab-cob-rechazos pic 9(11)v99.
       77  w-cob-neto pic s9(11)v99 value zero.
       77  w-fac-total pic s9(11)v99 value zero.
       77  w-fac-max pic s9(11)v99 value zero.
       77  w-asignado pic s9(11)v99 value zero.
       77  w-parte pic s9(11)v99 value zero.
       77  w-tasa pic s9(3)v9(6) value zero.
       77  w-tasa-pct pic s9(5)v99 value zero.
       77  w-resto pic s9(11)v99 value zero.
       77  w-dif pic s9(11)v99 value zero.
       77  w-pct pic s9(5)v99 value zero.
       77  w-base pic s9(11)v99 value zero.
       77  w-lineas-ppto pic 9(5) value zero.
       01  lin-encabezado.
           03 filler pic x(52) value
               "SEGUIMIENTO DEL PRESUPUESTO DE RECURSOS - PERIODO: ".
           03 l-periodo pic 9(6).
       01  lin-guarda.
           03 filler pic x(120) value all "-".
       01  lin-sin-presupuesto.
           03 filler pic x(60) value
               "NO HAY PRESUPUESTO CARGADO PARA EL ANIO DEL PERIODO".
       01  lin-sub-mes.
           03 filler pic x(40) value "EJECUCION DEL MES".
       01  lin-sub-acum.
           03 filler pic x(40) value
               "ACUMULADO DEL EJERCICIO, ENERO A MES ".
           03 l-mes-acum pic 99.
       01  lin-titulo-ejec.
           03 filler pic x(20) value "LINEA".
           03 filler pic x(16) value "     PRESUPUESTO".
           03 filler pic x(16) value "       FACTURADO".
           03 filler pic x(16) value "      DIFERENCIA".
           03 filler pic x(10) value "        %".
           03 filler pic x(16) value "         COBRADO".
           03 filler pic x(16) value "      DIFERENCIA".
           03 filler pic x(10) value "        %".
       01  lin-det-ejec.
           03 l-desc pic x(20).
           03 filler pic x(1) value space.
           03 l-ppto pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 l-fac pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 l-dif-fac pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 l-pct-fac pic zzzz9,99-.
           03 filler pic x(1) value space.
           03 l-cob pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 l-dif-cob pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 l-pct-cob pic zzzz9,99-.
       01  lin-sub-proy.
           03 filler pic x(37) value
               "PROYECCION AL CIERRE DEL EJERCICIO - ".
           03 filler pic x(19) value "TASA DE COBRANZA: ".
           03 l-tasa pic zzzz9,99-.
           03 filler pic x(2) value " %".
       01  lin-titulo-proy.
           03 filler pic x(20) value "LINEA".
           03 filler pic x(16) value "   PRESUP. ANUAL".
           03 filler pic x(16) value "   COBRADO ACUM.".
           03 filler pic x(16) value "  A COBRAR RESTO".
           03 filler pic x(16) value "      PROYECCION".
           03 filler pic x(16) value "      DIFERENCIA".
           03 filler pic x(10) value "        %".
       01  lin-det-proy.
           03 lp-desc pic x(20).
           03 filler pic x(1) value space.
           03 lp-anual pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 lp-cob pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 lp-resto pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 lp-proy pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 lp-dif pic zzz.zzz.zz9,99-.
           03 filler pic x(1) value space.
           03 lp-pct pic zzzz9,99-.
       01  lin-sub-cobranza.
           03 filler pic x(40) value "COBRANZA DEL MES".
       01  lin-cob-recibos.
           03 filler pic x(30) value "  RECIBOS EMITIDOS: ".
           03 l-cob-recibos pic zz.zzz.zzz.zz9,99.
       01  lin-cob-anulados.
           03 filler pic x(30) value "  RECIBOS ANULADOS: ".
           03 l-cob-anulados pic zz.zzz.zzz.zz9,99.
       01  lin-cob-rechazos.
           03 filler pic x(30) value "  CHEQUES RECHAZADOS: ".
           03 l-cob-rechazos pic zz.zzz.zzz.zz9,99.
       01  lin-cob-neto.
           03 filler pic x(30) value "  COBRANZA NETA: ".
           03 l-cob-neto pic zz.zzz.zzz.zz9,99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 150-CARGO-CATEGORIAS.
           PERFORM 160-CARGO-HISTORIAL.
           PERFORM 170-CUOTA-F-POR-MES.
           PERFORM 180-CARGO-TITULARES.
           PERFORM 190-PREPARO-LINEAS.
           PERFORM 200-LEO-PRESUPUESTO.
           PERFORM 300-RECORRO-MOVIMIENTOS.
           PERFORM 400-RECORRO-RECIBOS.
           PERFORM 500-ASIGNO-COBRANZA.
           PERFORM 550-TOTALIZO.
           PERFORM 600-IMPRIMO-EJECUCION.
           PERFORM 700-IMPRIMO-PROYECCION.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT LISTADO.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:6) IS NUMERIC
                   MOVE w-par-v1(1:6) TO w-periodo
               ELSE
                   MOVE ZERO TO w-periodo
               END-IF
           ELSE
               DISPLAY "Ingrese el periodo a seguir (AAAAMM)"
               ACCEPT w-periodo
           END-IF.
           IF w-per-mes < 1 OR w-per-mes > 12
               DISPLAY "Periodo " w-periodo " invalido, corrida "
                   "cancelada"
               MOVE "PERIODO INVALIDO, CORRIDA CANCELADA" TO lin-imp
               WRITE lin-imp
               CLOSE LISTADO
               STOP RUN
           END-IF.
           MOVE SPACES TO w-nombre-hist.
           STRING "..\movhist" w-per-anio ".dat"
               DELIMITED BY SIZE INTO w-nombre-hist.
           MOVE w-periodo TO l-periodo.
           WRITE lin-imp FROM lin-encabezado.
           WRITE lin-imp FROM lin-guarda.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "SEGUIMIENTOPRESUP"
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
      * CATEGORIAS, CUOTA F DE CADA MES Y TITULARES DE GRUPO
      ******************************************************************
       150-CARGO-CATEGORIAS.
           MOVE ZERO TO w-cat-cant.
           MOVE ZERO TO w-cat-f.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CATEGORIAS.
           PERFORM 155-LEO-CATEGORIA.
           PERFORM UNTIL w-flag-cat = 1
               IF w-cat-cant < 10
                   ADD 1 TO w-cat-cant
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-base(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-cuota(w-cat-cant)
                   IF cat-codigo = "F"
                       MOVE w-cat-cant TO w-cat-f
                   END-IF
               END-IF
               PERFORM 155-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.

       155-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

       160-CARGO-HISTORIAL.
           MOVE ZERO TO w-his-cant.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CUOTASHIS.
           PERFORM 165-LEO-HISTORIAL.
           PERFORM UNTIL w-flag-cat = 1
               IF w-his-cant < 500
                   ADD 1 TO w-his-cant
                   MOVE hcu-categoria TO tab-his-cat(w-his-cant)
                   MOVE hcu-periodo TO tab-his-periodo(w-his-cant)
                   MOVE hcu-cuota TO tab-his-cuota(w-his-cant)
               END-IF
               PERFORM 165-LEO-HISTORIAL
           END-PERFORM.
           CLOSE CUOTASHIS.

       165-LEO-HISTORIAL.
           READ CUOTASHIS AT END MOVE 1 TO w-flag-cat.

      *    Misma regla que la facturacion: de cada categoria queda la
      *    cuota del historial con el mayor periodo desde que no
      *    supere el periodo. Solo interesa la F, que decide a que
      *    linea van las cuotas de los titulares de grupo.
       170-CUOTA-F-POR-MES.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               MOVE w-per-anio TO w-pm-anio
               MOVE w-mes TO w-pm-mes
               PERFORM 175-CUOTAS-DEL-PERIODO
               MOVE ZERO TO tab-cf-cuota(w-mes)
               IF w-cat-f > ZERO
                   MOVE tab-cat-cuota(w-cat-f) TO tab-cf-cuota(w-mes)
               END-IF
           END-PERFORM.

       175-CUOTAS-DEL-PERIODO.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE tab-cat-base(w-cat-i) TO tab-cat-cuota(w-cat-i)
               MOVE ZERO TO tab-cat-desde(w-cat-i)
               MOVE "N" TO tab-cat-hist(w-cat-i)
           END-PERFORM.
           PERFORM VARYING w-his-i FROM 1 BY 1
               UNTIL w-his-i > w-his-cant
               IF tab-his-periodo(w-his-i) NOT > w-per-mov
                   PERFORM VARYING w-cat-i FROM 1 BY 1
                       UNTIL w-cat-i > w-cat-cant
                       IF tab-cat-cod(w-cat-i) = tab-his-cat(w-his-i)
                           AND (tab-cat-hist(w-cat-i) = "N"
                           OR tab-his-periodo(w-his-i)
                               NOT < tab-cat-desde(w-cat-i))
                           MOVE tab-his-cuota(w-his-i)
                               TO tab-cat-cuota(w-cat-i)
                           MOVE tab-his-periodo(w-his-i)
                               TO tab-cat-desde(w-cat-i)
                           MOVE "S" TO tab-cat-hist(w-cat-i)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       180-CARGO-TITULARES.
           MOVE ZERO TO w-tit-cant.
           MOVE ZERO TO w-flag.
           OPEN INPUT SOCIOS.
           MOVE ZEROS TO soc-nro.
           START SOCIOS KEY IS NOT LESS soc-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 185-LEO-SOCIO.
           PERFORM UNTIL w-flag = 1
               IF soc-familia NOT = ZERO AND w-tit-cant < 10000
                   ADD 1 TO w-tit-cant
                   MOVE soc-familia TO tab-tit-nro(w-tit-cant)
               END-IF
               PERFORM 185-LEO-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       185-LEO-SOCIO.
           IF w-flag NOT = 1
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       190-PREPARO-LINEAS.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 15
               MOVE SPACES TO tab-lin-desc(w-lin)
               MOVE ZERO TO tab-lin-ppto-mes(w-lin)
               MOVE ZERO TO tab-lin-ppto-acum(w-lin)
               MOVE ZERO TO tab-lin-ppto-anual(w-lin)
               MOVE ZERO TO tab-lin-fac-mes(w-lin)
               MOVE ZERO TO tab-lin-fac-acum(w-lin)
               MOVE ZERO TO tab-lin-cob-mes(w-lin)
               MOVE ZERO TO tab-lin-cob-acum(w-lin)
               MOVE ZERO TO tab-lin-proy(w-lin)
               PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
                   MOVE ZERO TO tab-lin-fac(w-lin, w-mes)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               STRING "CUOTAS " tab-cat-desc(w-cat-i)
                   DELIMITED BY SIZE INTO tab-lin-desc(w-cat-i)
           END-PERFORM.
           MOVE "CUOTAS SIN CATEG." TO tab-lin-desc(11).
           MOVE "ARANCELES" TO tab-lin-desc(12).
           MOVE "RECARGOS POR MORA" TO tab-lin-desc(13).
           MOVE "OTROS INGRESOS" TO tab-lin-desc(14).
           MOVE "TOTAL" TO tab-lin-desc(15).
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               MOVE ZERO TO tab-cob-recibos(w-mes)
               MOVE ZERO TO tab-cob-anulados(w-mes)
               MOVE ZERO TO tab-cob-rechazos(w-mes)
           END-PERFORM.

      ******************************************************************
      * PRESUPUESTO DEL ANIO
      ******************************************************************
       200-LEO-PRESUPUESTO.
           MOVE ZERO TO w-lineas-ppto.
           MOVE ZERO TO w-flag.
           OPEN INPUT PRESUPUESTO.
           MOVE w-per-anio TO pre-anio.
           MOVE ZERO TO pre-mes.
           MOVE SPACES TO pre-linea.
           MOVE SPACES TO pre-categoria.
           START PRESUPUESTO KEY IS NOT LESS pre-clave
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 210-LEO-LINEA.
           PERFORM UNTIL w-flag = 1
               ADD 1 TO w-lineas-ppto
               PERFORM 220-UBICO-LINEA
               ADD pre-importe TO tab-lin-ppto-anual(w-lin)
               IF pre-mes NOT > w-per-mes
                   ADD pre-importe TO tab-lin-ppto-acum(w-lin)
               END-IF
               IF pre-mes = w-per-mes
                   ADD pre-importe TO tab-lin-ppto-mes(w-lin)
               END-IF
               PERFORM 210-LEO-LINEA
           END-PERFORM.
           CLOSE PRESUPUESTO.
           IF w-lineas-ppto = ZERO
               WRITE lin-imp FROM lin-sin-presupuesto
               WRITE lin-imp FROM lin-guarda
           END-IF.

       210-LEO-LINEA.
           IF w-flag NOT = 1
               READ PRESUPUESTO NEXT AT END MOVE 1 TO w-flag
               END-READ
               IF w-flag NOT = 1 AND pre-anio NOT = w-per-anio
                   MOVE 1 TO w-flag
               END-IF
           END-IF.

       220-UBICO-LINEA.
           EVALUATE pre-linea
               WHEN "C"
                   MOVE 11 TO w-lin
                   PERFORM VARYING w-cat-i FROM 1 BY 1
                       UNTIL w-cat-i > w-cat-cant
                       IF tab-cat-cod(w-cat-i) = pre-categoria
                           MOVE w-cat-i TO w-lin
                       END-IF
                   END-PERFORM
               WHEN "A" MOVE 12 TO w-lin
               WHEN "R" MOVE 13 TO w-lin
               WHEN OTHER MOVE 14 TO w-lin
           END-EVALUATE.

      ******************************************************************
      * FACTURADO SEGUN MOVIMIENTOS
      ******************************************************************
       300-RECORRO-MOVIMIENTOS.
           OPEN INPUT SOCIOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT HISTMOV.
           PERFORM 310-LEO-HISTORICO.
           PERFORM UNTIL w-flag = 1
               MOVE reg-hist TO w-movim
               PERFORM 330-CLASIFICO-MOVIMIENTO
               PERFORM 310-LEO-HISTORICO
           END-PERFORM.
           CLOSE HISTMOV.
           MOVE ZERO TO w-flag.
           OPEN INPUT MOVIMIENTOS.
           MOVE ZEROS TO mov-clave.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 320-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag = 1
               MOVE reg-movim TO w-movim
               PERFORM 330-CLASIFICO-MOVIMIENTO
               PERFORM 320-LEO-MOVIMIENTO
           END-PERFORM.
           CLOSE MOVIMIENTOS.
           CLOSE SOCIOS.

       310-LEO-HISTORICO.
           READ HISTMOV AT END MOVE 1 TO w-flag.

       320-LEO-MOVIMIENTO.
           IF w-flag NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

      *    Los debitos anulados por AnulaFacturacion quedan marcados
      *    "A" y no cuentan; por eso no se restan sus creditos de
      *    anulacion.
       330-CLASIFICO-MOVIMIENTO.
           MOVE ZERO TO w-lin.
           MOVE ZERO TO w-per-mov.
           IF w-mv-tipo = "D" AND w-mv-aplicado NOT = "A"
               EVALUATE TRUE
                   WHEN w-mv-concepto(1:13) = "CUOTA SOCIAL "
                       AND w-mv-concepto(14:6) IS NUMERIC
                       MOVE w-mv-concepto(14:6) TO w-per-mov
                       PERFORM 340-LINEA-CUOTA
                   WHEN w-mv-concepto(1:8) = "ARANCEL "
                       AND w-mv-concepto(14:6) IS NUMERIC
                       MOVE w-mv-concepto(14:6) TO w-per-mov
                       MOVE 12 TO w-lin
                   WHEN w-mv-concepto(1:13) = "RECARGO MORA "
                       AND w-mv-concepto(14:6) IS NUMERIC
                       MOVE w-mv-concepto(14:6) TO w-per-mov
                       MOVE 13 TO w-lin
                   WHEN w-mv-concepto(1:13) = "CHEQUE RECH. "
                       MOVE w-mv-fecha(1:6) TO w-per-mov
                       IF w-pm-anio = w-per-anio
                           AND w-pm-mes NOT > w-per-mes
                           ADD w-mv-importe
                               TO tab-cob-rechazos(w-pm-mes)
                       END-IF
                       MOVE ZERO TO w-per-mov
                   WHEN w-mv-concepto(1:13) = "CTA CONVENIO "
                       OR w-mv-concepto(1:12) = "CADUCA CONV "
                       OR w-mv-concepto = "SALDO EJERCICIO ANT."
                       OR w-mv-concepto(1:13) = "ANULA RECIBO "
                       CONTINUE
                   WHEN OTHER
                       MOVE w-mv-fecha(1:6) TO w-per-mov
                       MOVE 14 TO w-lin
               END-EVALUATE
           END-IF.
           IF w-lin NOT = ZERO AND w-pm-anio = w-per-anio
               AND w-pm-mes > ZERO AND w-pm-mes NOT > w-per-mes
               ADD w-mv-importe TO tab-lin-fac(w-lin, w-pm-mes)
           END-IF.

      *    La cuota va a la categoria actual del socio; la del
      *    titular de un grupo va a la F en los meses en que la
      *    cuota F no es cero, como la factura la facturacion.
       340-LINEA-CUOTA.
           MOVE 11 TO w-lin.
           MOVE w-mv-nro TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING w-cat-i FROM 1 BY 1
                       UNTIL w-cat-i > w-cat-cant
                       IF tab-cat-cod(w-cat-i) = soc-categoria
                           MOVE w-cat-i TO w-lin
                       END-IF
                   END-PERFORM
                   IF w-cat-f > ZERO AND w-pm-mes > ZERO
                       AND w-pm-mes < 13
                       PERFORM 345-BUSCO-TITULAR
                       IF w-es-titular = "S"
                           AND tab-cf-cuota(w-pm-mes) > ZERO
                           MOVE w-cat-f TO w-lin
                       END-IF
                   END-IF
           END-READ.

       345-BUSCO-TITULAR.
           MOVE "N" TO w-es-titular.
           PERFORM VARYING w-tit-i FROM 1 BY 1
               UNTIL w-tit-i > w-tit-cant OR w-es-titular = "S"
               IF tab-tit-nro(w-tit-i) = soc-nro
                   MOVE "S" TO w-es-titular
               END-IF
           END-PERFORM.

      ******************************************************************
      * COBRADO SEGUN RECIBOS
      ******************************************************************
       400-RECORRO-RECIBOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT RECIBOS.
           PERFORM 410-LEO-RECIBO.
           PERFORM UNTIL w-flag = 1
               MOVE rec-fecha(1:6) TO w-per-mov
               IF w-pm-anio = w-per-anio AND w-pm-mes > ZERO
                   AND w-pm-mes NOT > w-per-mes
                   ADD rec-importe TO tab-cob-recibos(w-pm-mes)
               END-IF
               IF recibo-anulado
                   MOVE rec-fecha-anula(1:6) TO w-per-mov
                   IF w-pm-anio = w-per-anio AND w-pm-mes > ZERO
                       AND w-pm-mes NOT > w-per-mes
                       ADD rec-importe TO tab-cob-anulados(w-pm-mes)
                   END-IF
               END-IF
               PERFORM 410-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.

       410-LEO-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag.

      *    La cobranza neta de cada mes se reparte entre las lineas en
      *    proporcion a lo facturado en el mes; el redondeo queda en
      *    la linea de mayor facturacion.
       500-ASIGNO-COBRANZA.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > w-per-mes
               PERFORM 510-ASIGNO-MES
           END-PERFORM.

       510-ASIGNO-MES.
           COMPUTE w-cob-neto = tab-cob-recibos(w-mes)
               - tab-cob-anulados(w-mes) - tab-cob-rechazos(w-mes).
           MOVE ZERO TO w-fac-total.
           MOVE ZERO TO w-fac-max.
           MOVE 14 TO w-lin-max.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 14
               ADD tab-lin-fac(w-lin, w-mes) TO w-fac-total
               IF tab-lin-fac(w-lin, w-mes) > w-fac-max
                   MOVE tab-lin-fac(w-lin, w-mes) TO w-fac-max
                   MOVE w-lin TO w-lin-max
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-asignado.
           IF w-fac-total > ZERO
               PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 14
                   IF tab-lin-fac(w-lin, w-mes) NOT = ZERO
                       COMPUTE w-parte ROUNDED = w-cob-neto
                           * tab-lin-fac(w-lin, w-mes) / w-fac-total
                       ADD w-parte TO w-asignado
                       PERFORM 520-SUMO-PARTE
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE w-parte = w-cob-neto - w-asignado.
           MOVE w-lin-max TO w-lin.
           PERFORM 520-SUMO-PARTE.

       520-SUMO-PARTE.
           ADD w-parte TO tab-lin-cob-acum(w-lin).
           IF w-mes = w-per-mes
               ADD w-parte TO tab-lin-cob-mes(w-lin)
           END-IF.

      *    Totales por linea y general (entrada 15); la tasa de
      *    cobranza sale del total acumulado y se aplica al
      *    presupuesto de los meses que faltan de cada linea.
       550-TOTALIZO.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 14
               MOVE tab-lin-fac(w-lin, w-per-mes)
                   TO tab-lin-fac-mes(w-lin)
               PERFORM VARYING w-mes FROM 1 BY 1
                   UNTIL w-mes > w-per-mes
                   ADD tab-lin-fac(w-lin, w-mes)
                       TO tab-lin-fac-acum(w-lin)
               END-PERFORM
               ADD tab-lin-ppto-mes(w-lin) TO tab-lin-ppto-mes(15)
               ADD tab-lin-ppto-acum(w-lin) TO tab-lin-ppto-acum(15)
               ADD tab-lin-ppto-anual(w-lin) TO tab-lin-ppto-anual(15)
               ADD tab-lin-fac-mes(w-lin) TO tab-lin-fac-mes(15)
               ADD tab-lin-fac-acum(w-lin) TO tab-lin-fac-acum(15)
               ADD tab-lin-cob-mes(w-lin) TO tab-lin-cob-mes(15)
               ADD tab-lin-cob-acum(w-lin) TO tab-lin-cob-acum(15)
           END-PERFORM.
           IF tab-lin-fac-acum(15) > ZERO
               COMPUTE w-tasa ROUNDED =
                   tab-lin-cob-acum(15) / tab-lin-fac-acum(15)
           ELSE
               MOVE 1 TO w-tasa
           END-IF.
           COMPUTE w-tasa-pct ROUNDED = w-tasa * 100.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 14
               COMPUTE tab-lin-proy(w-lin) ROUNDED =
                   tab-lin-cob-acum(w-lin)
                   + (tab-lin-ppto-anual(w-lin)
                   - tab-lin-ppto-acum(w-lin)) * w-tasa
               ADD tab-lin-proy(w-lin) TO tab-lin-proy(15)
           END-PERFORM.

      ******************************************************************
      * LISTADO
      ******************************************************************
       600-IMPRIMO-EJECUCION.
           WRITE lin-imp FROM lin-sub-mes.
           WRITE lin-imp FROM lin-titulo-ejec.
           WRITE lin-imp FROM lin-guarda.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 15
               IF w-lin NOT > w-cat-cant OR w-lin > 10
                   PERFORM 610-DETALLE-MES
               END-IF
           END-PERFORM.
           WRITE lin-imp FROM lin-guarda.
           MOVE w-per-mes TO l-mes-acum.
           WRITE lin-imp FROM lin-sub-acum.
           WRITE lin-imp FROM lin-titulo-ejec.
           WRITE lin-imp FROM lin-guarda.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 15
               IF w-lin NOT > w-cat-cant OR w-lin > 10
                   PERFORM 620-DETALLE-ACUMULADO
               END-IF
           END-PERFORM.
           WRITE lin-imp FROM lin-guarda.
           MOVE tab-cob-recibos(w-per-mes) TO l-cob-recibos.
           MOVE tab-cob-anulados(w-per-mes) TO l-cob-anulados.
           MOVE tab-cob-rechazos(w-per-mes) TO l-cob-rechazos.
           COMPUTE w-cob-neto = tab-cob-recibos(w-per-mes)
               - tab-cob-anulados(w-per-mes)
               - tab-cob-rechazos(w-per-mes).
           MOVE w-cob-neto TO l-cob-neto.
           WRITE lin-imp FROM lin-sub-cobranza.
           WRITE lin-imp FROM lin-cob-recibos.
           WRITE lin-imp FROM lin-cob-anulados.
           WRITE lin-imp FROM lin-cob-rechazos.
           WRITE lin-imp FROM lin-cob-neto.
           WRITE lin-imp FROM lin-guarda.

       610-DETALLE-MES.
           IF w-lin = 15
               WRITE lin-imp FROM lin-guarda
           END-IF.
           MOVE tab-lin-desc(w-lin) TO l-desc.
           MOVE tab-lin-ppto-mes(w-lin) TO l-ppto.
           MOVE tab-lin-fac-mes(w-lin) TO l-fac.
           COMPUTE w-dif = tab-lin-fac-mes(w-lin)
               - tab-lin-ppto-mes(w-lin).
           MOVE w-dif TO l-dif-fac.
           MOVE tab-lin-ppto-mes(w-lin) TO w-base.
           PERFORM 650-CALCULO-PORCENTAJE.
           MOVE w-pct TO l-pct-fac.
           MOVE tab-lin-cob-mes(w-lin) TO l-cob.
           COMPUTE w-dif = tab-lin-cob-mes(w-lin)
               - tab-lin-ppto-mes(w-lin).
           MOVE w-dif TO l-dif-cob.
           PERFORM 650-CALCULO-PORCENTAJE.
           MOVE w-pct TO l-pct-cob.
           WRITE lin-imp FROM lin-det-ejec.

       620-DETALLE-ACUMULADO.
           IF w-lin = 15
               WRITE lin-imp FROM lin-guarda
           END-IF.
           MOVE tab-lin-desc(w-lin) TO l-desc.
           MOVE tab-lin-ppto-acum(w-lin) TO l-ppto.
           MOVE tab-lin-fac-acum(w-lin) TO l-fac.
           COMPUTE w-dif = tab-lin-fac-acum(w-lin)
               - tab-lin-ppto-acum(w-lin).
           MOVE w-dif TO l-dif-fac.
           MOVE tab-lin-ppto-acum(w-lin) TO w-base.
           PERFORM 650-CALCULO-PORCENTAJE.
           MOVE w-pct TO l-pct-fac.
           MOVE tab-lin-cob-acum(w-lin) TO l-cob.
           COMPUTE w-dif = tab-lin-cob-acum(w-lin)
               - tab-lin-ppto-acum(w-lin).
           MOVE w-dif TO l-dif-cob.
           PERFORM 650-CALCULO-PORCENTAJE.
           MOVE w-pct TO l-pct-cob.
           WRITE lin-imp FROM lin-det-ejec.

      *    Diferencia w-dif sobre lo presupuestado w-base; sin
      *    presupuesto no hay porcentaje.
       650-CALCULO-PORCENTAJE.
           IF w-base = ZERO
               MOVE ZERO TO w-pct
           ELSE
               COMPUTE w-pct ROUNDED = w-dif * 100 / w-base
           END-IF.

       700-IMPRIMO-PROYECCION.
           MOVE w-tasa-pct TO l-tasa.
           WRITE lin-imp FROM lin-sub-proy.
           WRITE lin-imp FROM lin-titulo-proy.
           WRITE lin-imp FROM lin-guarda.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 15
               IF w-lin NOT > w-cat-cant OR w-lin > 10
                   PERFORM 710-DETALLE-PROYECCION
               END-IF
           END-PERFORM.
           WRITE lin-imp FROM lin-guarda.

       710-DETALLE-PROYECCION.
           IF w-lin = 15
               WRITE lin-imp FROM lin-guarda
           END-IF.
           MOVE tab-lin-desc(w-lin) TO lp-desc.
           MOVE tab-lin-ppto-anual(w-lin) TO lp-anual.
           MOVE tab-lin-ppto-anual(w-lin) TO w-base.
           MOVE tab-lin-cob-acum(w-lin) TO lp-cob.
           COMPUTE w-resto = tab-lin-proy(w-lin)
               - tab-lin-cob-acum(w-lin).
           MOVE w-resto TO lp-resto.
           MOVE tab-lin-proy(w-lin) TO lp-proy.
           COMPUTE w-dif = tab-lin-proy(w-lin)
               - tab-lin-ppto-anual(w-lin).
           MOVE w-dif TO lp-dif.
           PERFORM 650-CALCULO-PORCENTAJE.
           MOVE w-pct TO lp-pct.
           WRITE lin-imp FROM lin-det-proy.

       900-FIN.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
