      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de asistencia a las instalaciones sobre
      *          ingresos.dat, diario (un dia AAAAMMDD) o mensual (un
      *          mes AAAAMM). Cuenta los ingresos aprobados y
      *          rechazados por franja horaria (de a una hora) y por
      *          categoria del socio segun categorias.dat, y lista los
      *          socios rechazados mas de una vez en el lapso con la
      *          cantidad de rechazos y el ultimo motivo. Los
      *          parametros salen de consola o de parametros.dat
      *          (programa REPORTEINGRESOS, valor1 = 1 diario o 2
      *          mensual, valor2 = fecha o mes; si falta, el dia o el
      *          mes en curso). Emite ingresos.lst.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INGRESOS ASSIGN TO "..\ingresos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\ingresos.lst"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INGRESOS.
       01  reg-ingreso.
           03 ing-fecha pic 9(8).
           03 filler pic x(1).
           03 ing-hora pic 9(8).
           03 filler pic x(1).
           03 ing-operador pic x(10).
           03 filler pic x(1).
           03 ing-socio pic 9(6).
           03 filler pic x(1).
           03 ing-categoria pic x.
           03 filler pic x(1).
           03 ing-resultado pic x(9).
               88 ing-aprobado value "APROBADO".
           03 filler pic x(1).
           03 ing-motivo pic x(20).
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
       FD  CATEGORIAS.
       01  cat-reg.
           03 cat-codigo pic x.
           03 cat-descripcion pic x(12).
           03 cat-cuota pic 9(8)v99.
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  LISTADO.
       01  lin-imp pic x(80).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       77  w-flag-par pic 9 value zero.
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       77  w-modo pic 9 value 1.
           88  modo-diario value 1.
           88  modo-mensual value 2.
       01  w-fecha pic 9(8) value zero.
       01  w-fecha-r redefines w-fecha.
           03 w-fe-anio pic 9999.
           03 w-fe-mes pic 99.
           03 w-fe-dia pic 99.
       77  w-periodo pic 9(6) value zero.
       01  w-fecha-hoy pic 9(8).
       77  w-hh pic 99 value zero.
       01  tab-franjas.
           03 tab-fra-ent occurs 24 times.
               05 tab-fra-aprobados pic 9(6).
               05 tab-fra-rechazados pic 9(6).
       77  w-fra-i pic 99 value zero.
      *    La entrada 11 junta las categorias que no estan en la tabla
      *    y los rechazos de numeros de socio inexistentes.
       01  tab-categorias.
           03 tab-cat-ent occurs 11 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-aprobados pic 9(6).
               05 tab-cat-rechazados pic 9(6).
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-pos pic 99 value zero.
       77  w-flag-cat pic 9 value zero.
       01  tab-rechazos.
           03 tab-rch-ent occurs 2000 times.
               05 tab-rch-socio pic 9(6).
               05 tab-rch-cant pic 9(5).
               05 tab-rch-motivo pic x(20).
       77  w-rch-cant pic 9(4) value zero.
       77  w-rch-i pic 9(4) value zero.
       77  w-rch-pos pic 9(4) value zero.
       77  w-rch-excedido pic x value "N".
           88  rechazos-excedidos value "S".
       77  w-tot-aprobados pic 9(7) value zero.
       77  w-tot-rechazados pic 9(7) value zero.
       77  w-reincidentes pic 9(5) value zero.
       01  lin-titulo.
           03 l-titulo pic x(40) value spaces.
           03 l-lapso pic x(20) value spaces.
       01  lin-fecha-dia.
           03 l-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-anio pic 9999.
       01  lin-fecha-mes.
           03 l-mm pic 99.
           03 filler pic x(1) value "/".
           03 l-aaaa pic 9999.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-sub-franja.
           03 filler pic x(20) value "POR FRANJA HORARIA".
           03 filler pic x(12) value "  APROBADOS".
           03 filler pic x(12) value " RECHAZADOS".
       01  lin-franja.
           03 l-fra-desde pic 99.
           03 filler pic x(6) value ":00 A ".
           03 l-fra-hasta pic 99.
           03 filler pic x(10) value ":59".
           03 l-fra-aprobados pic zzz.zz9.
           03 filler pic x(4) value spaces.
           03 l-fra-rechazados pic zzz.zz9.
       01  lin-sub-categoria.
           03 filler pic x(20) value "POR CATEGORIA".
           03 filler pic x(12) value "  APROBADOS".
           03 filler pic x(12) value " RECHAZADOS".
       01  lin-categoria.
           03 l-cat-cod pic x.
           03 filler pic x(1) value space.
           03 l-cat-desc pic x(12).
           03 filler pic x(6) value spaces.
           03 l-cat-aprobados pic zzz.zz9.
           03 filler pic x(4) value spaces.
           03 l-cat-rechazados pic zzz.zz9.
       01  lin-total.
           03 filler pic x(20) value "TOTAL".
           03 l-tot-aprobados pic z.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 l-tot-rechazados pic z.zzz.zz9.
       01  lin-sub-rechazos.
           03 filler pic x(40) value
               "SOCIOS RECHAZADOS MAS DE UNA VEZ".
       01  lin-cab-rechazos.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(10) value "RECHAZOS".
           03 filler pic x(20) value "ULTIMO MOTIVO".
       01  lin-rechazo.
           03 l-rch-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-rch-nombre pic x(10).
           03 filler pic x(1) value space.
           03 l-rch-apell pic x(10).
           03 filler pic x(3) value spaces.
           03 l-rch-cant pic zzzz9.
           03 filler pic x(3) value spaces.
           03 l-rch-motivo pic x(20).
       01  lin-reincidentes.
           03 filler pic x(30) value "SOCIOS CON MAS DE UN RECHAZO: ".
           03 l-reincidentes pic zzzz9.
       01  lin-excedido.
           03 filler pic x(60) value
               "ATENCION: MAS DE 2000 SOCIOS RECHAZADOS, LISTA PARCIAL".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-INGRESO.
           PERFORM UNTIL w-flag = 1
               PERFORM 300-PROCESO-INGRESO
               PERFORM 200-LEE-INGRESO
           END-PERFORM.
           PERFORM 500-IMPRIMO-FRANJAS.
           PERFORM 550-IMPRIMO-CATEGORIAS.
           PERFORM 600-IMPRIMO-RECHAZOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT INGRESOS.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:1) = "2"
                   MOVE 2 TO w-modo
                   IF w-par-v2(1:6) IS NUMERIC
                       MOVE w-par-v2(1:6) TO w-periodo
                   END-IF
               ELSE
                   MOVE 1 TO w-modo
                   IF w-par-v2(1:8) IS NUMERIC
                       MOVE w-par-v2(1:8) TO w-fecha
                   END-IF
               END-IF
           ELSE
               DISPLAY "1 - Asistencia de un dia"
               DISPLAY "2 - Asistencia de un mes"
               ACCEPT w-modo
               IF modo-mensual
                   DISPLAY "Mes (AAAAMM, 0 = mes en curso)"
                   ACCEPT w-periodo
               ELSE
                   MOVE 1 TO w-modo
                   DISPLAY "Fecha (AAAAMMDD, 0 = hoy)"
                   ACCEPT w-fecha
               END-IF
           END-IF.
           IF modo-mensual
               IF w-periodo = ZERO
                   MOVE w-fecha-hoy(1:6) TO w-periodo
               END-IF
               MOVE "ASISTENCIA MENSUAL - MES: " TO l-titulo
               MOVE w-periodo TO w-fecha(1:6)
               MOVE w-fe-mes TO l-mm
               MOVE w-fe-anio TO l-aaaa
               MOVE lin-fecha-mes TO l-lapso
           ELSE
               IF w-fecha = ZERO
                   MOVE w-fecha-hoy TO w-fecha
               END-IF
               MOVE "ASISTENCIA DIARIA - FECHA: " TO l-titulo
               MOVE w-fe-dia TO l-dia
               MOVE w-fe-mes TO l-mes
               MOVE w-fe-anio TO l-anio
               MOVE lin-fecha-dia TO l-lapso
           END-IF.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.
           PERFORM VARYING w-fra-i FROM 1 BY 1 UNTIL w-fra-i > 24
               MOVE ZERO TO tab-fra-aprobados(w-fra-i)
               MOVE ZERO TO tab-fra-rechazados(w-fra-i)
           END-PERFORM.
           PERFORM 140-CARGO-CATEGORIAS.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "REPORTEINGRESOS"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       140-CARGO-CATEGORIAS.
           PERFORM VARYING w-cat-i FROM 1 BY 1 UNTIL w-cat-i > 11
               MOVE SPACE TO tab-cat-cod(w-cat-i)
               MOVE SPACES TO tab-cat-desc(w-cat-i)
               MOVE ZERO TO tab-cat-aprobados(w-cat-i)
               MOVE ZERO TO tab-cat-rechazados(w-cat-i)
           END-PERFORM.
           MOVE ZERO TO w-cat-cant.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CATEGORIAS.
           PERFORM 145-LEO-CATEGORIA.
           PERFORM UNTIL w-flag-cat = 1
               IF w-cat-cant < 10
                   ADD 1 TO w-cat-cant
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
               END-IF
               PERFORM 145-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.
           MOVE "*" TO tab-cat-cod(11).
           MOVE "OTRAS" TO tab-cat-desc(11).

       145-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

       200-LEE-INGRESO.
           READ INGRESOS AT END MOVE 1 TO w-flag.

      ******************************************************************
      * ACUMULACION DE LOS INGRESOS DEL LAPSO
      ******************************************************************
       300-PROCESO-INGRESO.
           IF (modo-diario AND ing-fecha = w-fecha)
               OR (modo-mensual AND ing-fecha(1:6) = w-periodo)
               PERFORM 310-ACUMULO-FRANJA
               PERFORM 320-ACUMULO-CATEGORIA
               IF ing-aprobado
                   ADD 1 TO w-tot-aprobados
               ELSE
                   ADD 1 TO w-tot-rechazados
                   PERFORM 330-ACUMULO-RECHAZO
               END-IF
           END-IF.

       310-ACUMULO-FRANJA.
           MOVE ing-hora(1:2) TO w-hh.
           IF w-hh > 23
               MOVE 23 TO w-hh
           END-IF.
           COMPUTE w-fra-i = w-hh + 1.
           IF ing-aprobado
               ADD 1 TO tab-fra-aprobados(w-fra-i)
           ELSE
               ADD 1 TO tab-fra-rechazados(w-fra-i)
           END-IF.

       320-ACUMULO-CATEGORIA.
           MOVE 11 TO w-cat-pos.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF ing-categoria = tab-cat-cod(w-cat-i)
                   MOVE w-cat-i TO w-cat-pos
               END-IF
           END-PERFORM.
           IF ing-aprobado
               ADD 1 TO tab-cat-aprobados(w-cat-pos)
           ELSE
               ADD 1 TO tab-cat-rechazados(w-cat-pos)
           END-IF.

       330-ACUMULO-RECHAZO.
           MOVE ZERO TO w-rch-pos.
           PERFORM VARYING w-rch-i FROM 1 BY 1
               UNTIL w-rch-i > w-rch-cant OR w-rch-pos NOT = ZERO
               IF tab-rch-socio(w-rch-i) = ing-socio
                   MOVE w-rch-i TO w-rch-pos
               END-IF
           END-PERFORM.
           IF w-rch-pos = ZERO
               IF w-rch-cant < 2000
                   ADD 1 TO w-rch-cant
                   MOVE w-rch-cant TO w-rch-pos
                   MOVE ing-socio TO tab-rch-socio(w-rch-pos)
                   MOVE ZERO TO tab-rch-cant(w-rch-pos)
               ELSE
                   MOVE "S" TO w-rch-excedido
               END-IF
           END-IF.
           IF w-rch-pos NOT = ZERO
               ADD 1 TO tab-rch-cant(w-rch-pos)
               MOVE ing-motivo TO tab-rch-motivo(w-rch-pos)
           END-IF.

      ******************************************************************
      * LISTADO
      ******************************************************************
      *    Solo se imprimen las franjas con algun ingreso.
       500-IMPRIMO-FRANJAS.
           WRITE lin-imp FROM lin-sub-franja.
           PERFORM VARYING w-fra-i FROM 1 BY 1 UNTIL w-fra-i > 24
               IF tab-fra-aprobados(w-fra-i) NOT = ZERO
                   OR tab-fra-rechazados(w-fra-i) NOT = ZERO
                   COMPUTE l-fra-desde = w-fra-i - 1
                   MOVE l-fra-desde TO l-fra-hasta
                   MOVE tab-fra-aprobados(w-fra-i) TO l-fra-aprobados
                   MOVE tab-fra-rechazados(w-fra-i)
                       TO l-fra-rechazados
                   WRITE lin-imp FROM lin-franja
               END-IF
           END-PERFORM.
           PERFORM 590-IMPRIMO-TOTAL.

       550-IMPRIMO-CATEGORIAS.
           WRITE lin-imp FROM lin-sub-categoria.
           PERFORM VARYING w-cat-i FROM 1 BY 1 UNTIL w-cat-i > 11
               IF w-cat-i NOT > w-cat-cant
                   OR tab-cat-aprobados(w-cat-i) NOT = ZERO
                   OR tab-cat-rechazados(w-cat-i) NOT = ZERO
                   MOVE tab-cat-cod(w-cat-i) TO l-cat-cod
                   MOVE tab-cat-desc(w-cat-i) TO l-cat-desc
                   MOVE tab-cat-aprobados(w-cat-i) TO l-cat-aprobados
                   MOVE tab-cat-rechazados(w-cat-i)
                       TO l-cat-rechazados
                   WRITE lin-imp FROM lin-categoria
               END-IF
           END-PERFORM.
           PERFORM 590-IMPRIMO-TOTAL.

       590-IMPRIMO-TOTAL.
           MOVE w-tot-aprobados TO l-tot-aprobados.
           MOVE w-tot-rechazados TO l-tot-rechazados.
           WRITE lin-imp FROM lin-total.
           WRITE lin-imp FROM lin-guarda.

       600-IMPRIMO-RECHAZOS.
           WRITE lin-imp FROM lin-sub-rechazos.
           WRITE lin-imp FROM lin-cab-rechazos.
           PERFORM VARYING w-rch-i FROM 1 BY 1
               UNTIL w-rch-i > w-rch-cant
               IF tab-rch-cant(w-rch-i) > 1
                   PERFORM 610-IMPRIMO-RECHAZADO
               END-IF
           END-PERFORM.
           MOVE w-reincidentes TO l-reincidentes.
           WRITE lin-imp FROM lin-blanco.
           WRITE lin-imp FROM lin-reincidentes.
           IF rechazos-excedidos
               WRITE lin-imp FROM lin-excedido
           END-IF.

       610-IMPRIMO-RECHAZADO.
           ADD 1 TO w-reincidentes.
           MOVE tab-rch-socio(w-rch-i) TO l-rch-socio.
           MOVE tab-rch-socio(w-rch-i) TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE "NO EXISTE" TO l-rch-nombre
                   MOVE SPACES TO l-rch-apell
               NOT INVALID KEY
                   MOVE soc-nom TO l-rch-nombre
                   MOVE soc-apell TO l-rch-apell
           END-READ.
           MOVE tab-rch-cant(w-rch-i) TO l-rch-cant.
           MOVE tab-rch-motivo(w-rch-i) TO l-rch-motivo.
           WRITE lin-imp FROM lin-rechazo.

       900-FIN.
           CLOSE INGRESOS.
           CLOSE SOCIOS.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
