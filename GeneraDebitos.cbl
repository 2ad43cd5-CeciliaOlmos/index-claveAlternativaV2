      ******************************************************************
      * Author:
      * Date:
      * Purpose: Genera el archivo de presentacion del debito
      *          automatico para el banco, despues de facturar un
      *          periodo. Solo acepta periodos asentados como
      *          FACTURADO en periodos.dat. Recorre las adhesiones
      *          vigentes de debitoaut.dat y, por cada socio activo o
      *          suspendido con saldo deudor, graba un registro de
      *          detalle con el CBU y el importe adeudado en
      *          dbpresAAAAMM.dat (formato fijo: cabecera H, detalle
      *          D y pie T con cantidad e importe total). El periodo
      *          se ingresa al comenzar o se toma de parametros.dat
      *          (programa GENERADEBITOS, valor1 = periodo AAAAMM).
      *          Emite debitos.lst con el detalle presentado y los
      *          socios que quedaron afuera.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitoaut.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is dba-socio.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PRESENTACION ASSIGN TO w-nombre-pres
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\debitos.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS.
       01  dba-reg.
           03 dba-socio pic 9(6).
           03 dba-cbu pic x(22).
           03 dba-titular pic x(20).
           03 dba-estado pic x.
               88 dba-adherido value "A".
           03 dba-rechazos pic 99.
           03 dba-fecha-alta pic 9(8).
           03 dba-fecha-baja pic 9(8).
           03 dba-ult-periodo pic 9(6).
           03 dba-ult-motivo pic x(3).
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
       FD  PERIODOS.
       01  reg-periodo.
           03 per-periodo pic 9(6).
           03 per-fecha pic 9(8).
           03 per-socios pic 9(5).
           03 per-total pic 9(11)v99.
           03 per-estado pic x(9).
       FD  PRESENTACION.
       01  pre-cabecera.
           03 pre-cab-tipo pic x.
           03 pre-cab-fecha pic 9(8).
           03 pre-cab-periodo pic 9(6).
           03 filler pic x(45).
       01  pre-detalle.
           03 pre-tipo pic x.
           03 pre-socio pic 9(6).
           03 pre-cbu pic x(22).
           03 pre-importe pic 9(8)v99.
           03 pre-periodo pic 9(6).
           03 filler pic x(15).
       01  pre-pie.
           03 pre-pie-tipo pic x.
           03 pre-pie-cantidad pic 9(7).
           03 pre-pie-total pic 9(11)v99.
           03 filler pic x(39).
       FD  LISTADO.
       01  lin-imp pic x(80).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-per pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       01  w-par-v1 pic x(15) value spaces.
       01  w-nombre-pres pic x(30) value spaces.
       77  w-periodo pic 9(6) value zero.
       77  w-per-facturado pic x value "N".
           88  periodo-facturado value "S".
       77  w-importe pic 9(8)v99 value zero.
       77  w-presentados pic 9(7) value zero.
       77  w-omitidos pic 9(5) value zero.
       77  w-tot-presentado pic 9(11)v99 value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  lin-encabezado.
           03 filler pic x(30) value "PRESENTACION DEBITO AUTOMATICO".
           03 filler pic x(11) value " PERIODO: ".
           03 l-periodo pic 9(6).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cab.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(24) value "CBU".
           03 filler pic x(14) value "IMPORTE".
           03 filler pic x(13) value "RESULTADO".
       01  lin-detalle.
           03 l-nro pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-cbu pic x(22) value spaces.
           03 filler pic x(1) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-resultado pic x(13) value spaces.
       01  lin-cuenta-pre.
           03 filler pic x(30) value "DEBITOS PRESENTADOS: ".
           03 l-presentados pic zzzzzz9.
       01  lin-cuenta-omi.
           03 filler pic x(30) value "ADHERIDOS NO PRESENTADOS: ".
           03 l-omitidos pic zzzz9.
       01  lin-total.
           03 filler pic x(30) value "TOTAL PRESENTADO: ".
           03 l-tot-presentado pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-DEBITOS.
           PERFORM UNTIL w-flag = 1
               IF dba-adherido
                   PERFORM 300-PROCESO-ADHESION
               END-IF
               PERFORM 200-LEE-DEBITOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:6) IS NUMERIC
                   MOVE w-par-v1(1:6) TO w-periodo
               ELSE
                   MOVE ZERO TO w-periodo
               END-IF
           ELSE
               DISPLAY "Ingrese el periodo a presentar (AAAAMM)"
               ACCEPT w-periodo
           END-IF.
           PERFORM 150-VERIFICO-PERIODO.
           IF NOT periodo-facturado
               DISPLAY "El periodo " w-periodo " no esta facturado, "
                   "corrida cancelada"
               MOVE "PERIODO NO FACTURADO, CORRIDA CANCELADA"
                   TO lin-imp
               WRITE lin-imp
               CLOSE LISTADO
               STOP RUN
           END-IF.
           OPEN INPUT DEBITOS.
           OPEN INPUT SOCIOS.
           MOVE SPACES TO w-nombre-pres.
           STRING "..\dbpres" w-periodo ".dat"
               DELIMITED BY SIZE INTO w-nombre-pres.
           OPEN OUTPUT PRESENTACION.
           MOVE SPACES TO pre-cabecera.
           MOVE "H" TO pre-cab-tipo.
           MOVE w-fecha-hoy TO pre-cab-fecha.
           MOVE w-periodo TO pre-cab-periodo.
           WRITE pre-cabecera.
           MOVE w-periodo TO l-periodo.
           WRITE lin-imp FROM lin-encabezado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cab.
           WRITE lin-imp FROM lin-guarda.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "GENERADEBITOS"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       150-VERIFICO-PERIODO.
           MOVE "N" TO w-per-facturado.
           MOVE ZERO TO w-flag-per.
           OPEN INPUT PERIODOS.
           PERFORM 155-LEO-PERIODO.
           PERFORM UNTIL w-flag-per = 1
               IF per-periodo = w-periodo
                   AND per-estado = "FACTURADO"
                   MOVE "S" TO w-per-facturado
               END-IF
               PERFORM 155-LEO-PERIODO
           END-PERFORM.
           CLOSE PERIODOS.

       155-LEO-PERIODO.
           READ PERIODOS AT END MOVE 1 TO w-flag-per.

       200-LEE-DEBITOS.
           READ DEBITOS NEXT AT END MOVE 1 TO w-flag.

       300-PROCESO-ADHESION.
           MOVE ZERO TO w-importe.
           MOVE dba-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE SPACES TO soc-nom
                   MOVE SPACES TO soc-apell
                   MOVE "NO EXISTE" TO l-resultado
                   ADD 1 TO w-omitidos
               NOT INVALID KEY
                   PERFORM 310-CALCULO-IMPORTE
           END-READ.
           PERFORM 340-IMPRIMO-DETALLE.

       310-CALCULO-IMPORTE.
           EVALUATE TRUE
               WHEN soc-estado NOT = "A" AND soc-estado NOT = "S"
                   MOVE "SOCIO DE BAJA" TO l-resultado
                   ADD 1 TO w-omitidos
               WHEN soc-importe NOT < ZERO
                   MOVE "SIN DEUDA" TO l-resultado
                   ADD 1 TO w-omitidos
               WHEN OTHER
                   COMPUTE w-importe = ZERO - soc-importe
                   PERFORM 320-GRABO-DETALLE
                   MOVE "PRESENTADO" TO l-resultado
           END-EVALUATE.

       320-GRABO-DETALLE.
           MOVE SPACES TO pre-detalle.
           MOVE "D" TO pre-tipo.
           MOVE dba-socio TO pre-socio.
           MOVE dba-cbu TO pre-cbu.
           MOVE w-importe TO pre-importe.
           MOVE w-periodo TO pre-periodo.
           WRITE pre-detalle.
           ADD 1 TO w-presentados.
           ADD w-importe TO w-tot-presentado.

       340-IMPRIMO-DETALLE.
           MOVE dba-socio TO l-nro.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE dba-cbu TO l-cbu.
           MOVE w-importe TO l-importe.
           WRITE lin-imp FROM lin-detalle.

       900-FIN.
           MOVE SPACES TO pre-pie.
           MOVE "T" TO pre-pie-tipo.
           MOVE w-presentados TO pre-pie-cantidad.
           MOVE w-tot-presentado TO pre-pie-total.
           WRITE pre-pie.
           MOVE w-presentados TO l-presentados.
           MOVE w-omitidos TO l-omitidos.
           MOVE w-tot-presentado TO l-tot-presentado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-pre.
           WRITE lin-imp FROM lin-cuenta-omi.
           WRITE lin-imp FROM lin-total.
           CLOSE DEBITOS.
           CLOSE SOCIOS.
           CLOSE PRESENTACION.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
