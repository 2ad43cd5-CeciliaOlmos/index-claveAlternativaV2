      ******************************************************************
      * Author:
      * Date:
      * Purpose: Presupuesto anual de recursos (presupuesto.dat), por
      *          mes y por linea de ingreso:
      *            C: cuotas sociales, una linea por categoria;
      *            A: aranceles de actividades;
      *            R: recargos por mora;
      *            O: otros ingresos.
      *          La generacion de un anio arma las lineas C y A de
      *          los doce meses con el padron actual: socios activos
      *          por categoria por la cuota vigente en cada mes
      *          (historial cuotashis.dat, o categorias.dat si la
      *          categoria no tiene historial), con los titulares de
      *          grupo familiar a la cuota F y sin los adherentes del
      *          grupo, como la facturacion; y las inscripciones de
      *          socios activos abiertas en cada mes por el arancel de
      *          su actividad. Regenerar reemplaza solo las lineas C y
      *          A del anio. Las lineas R y O, y cualquier ajuste, se
      *          cargan a mano (mes 00 = los doce meses). Baja de
      *          lineas y listado en pantalla por anio. El seguimiento
      *          mensual lo emite SeguimientoPresupuesto.
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
           SELECT OPTIONAL ACTIVIDADES ASSIGN TO "..\actividades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is act-codigo.
           SELECT OPTIONAL INSCRIPCIONES
           ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ins-nro
           ALTERNATE record key is ins-socio WITH DUPLICATES
           ALTERNATE record key is ins-actividad WITH DUPLICATES.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASHIS ASSIGN TO "..\cuotashis.dat"
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
               88 pre-generada value "G".
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
       FD  ACTIVIDADES.
       01  act-reg.
           03 act-codigo pic x(4).
           03 act-descripcion pic x(15).
           03 act-arancel pic 9(8)v99.
           03 act-cupo pic 9(4).
           03 act-estado pic x.
               88 act-activa value "A".
       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-nro pic 9(6).
           03 ins-socio pic 9(6).
           03 ins-actividad pic x(4).
           03 ins-fecha-desde pic 9(8).
           03 ins-fecha-hasta pic 9(8).
           03 ins-ult-periodo pic 9(6).
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
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 9.
       77  w-flag pic 9 value zero.
       77  w-flag-cat pic 9 value zero.
       77  w-flag-ins pic 9 value zero.
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       77  w-clave-ok pic x value "N".
           88  clave-ok value "S".
       77  w-anio pic 9(4) value zero.
       77  w-mes pic 99 value zero.
       77  w-mes-desde pic 99 value zero.
       77  w-mes-hasta pic 99 value zero.
       77  w-mes-ant pic 99 value zero.
       77  w-linea pic x value space.
       77  w-categoria pic x value space.
       77  w-importe pic 9(9)v99 value zero.
       01  w-periodo pic 9(6) value zero.
       01  w-fecha-cal pic 9(8) value zero.
       01  w-fecha-cal-r redefines w-fecha-cal.
           03 w-fc-periodo pic 9(6).
           03 w-fc-dia pic 99.
       77  w-desde-ok pic x value "N".
       77  w-hasta-ok pic x value "N".
       01  tab-categorias.
           03 tab-cat-ent occurs 10 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-base pic 9(8)v99.
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-desde pic 9(6).
               05 tab-cat-hist pic x.
               05 tab-cat-socios pic 9(5).
               05 tab-cat-tits pic 9(5).
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-hallada pic 99 value zero.
       77  w-cat-f pic 99 value zero.
       77  w-cuota-familiar pic 9(8)v99 value zero.
       01  tab-historial.
           03 tab-his-ent occurs 500 times.
               05 tab-his-cat pic x.
               05 tab-his-periodo pic 9(6).
               05 tab-his-cuota pic 9(8)v99.
       77  w-his-cant pic 999 value zero.
       77  w-his-i pic 999 value zero.
       01  tab-titulares.
           03 tab-tit-nro pic 9(6) occurs 10000 times.
       77  w-tit-cant pic 9(5) value zero.
       77  w-tit-i pic 9(5) value zero.
       77  w-es-titular pic x value "N".
       77  w-tot-tits pic 9(5) value zero.
       77  w-tit-sin-cat pic 9(5) value zero.
       77  w-activos pic 9(5) value zero.
       77  w-adher-grupo pic 9(5) value zero.
       77  w-sin-categoria pic 9(5) value zero.
       01  tab-meses.
           03 tab-mes-ent occurs 12 times.
               05 tab-mes-ins pic 9(5).
               05 tab-mes-aranceles pic 9(9)v99.
       77  w-cant-linea pic 9(5) value zero.
       77  w-existentes pic 9(5) value zero.
       77  w-grabadas pic 9(5) value zero.
       77  w-cant pic 9(5) value zero.
       77  w-tot-anual pic 9(11)v99 value zero.
       77  w-tot-mes pic 9(11)v99 value zero.
       01  l-importe pic zzz.zzz.zzz.zz9,99.
       01  lin-presup.
           03 lp-mes pic 99.
           03 filler pic x(2) value spaces.
           03 lp-linea pic x(10).
           03 filler pic x(1) value space.
           03 lp-categoria pic x.
           03 filler pic x(2) value spaces.
           03 lp-socios pic zzzz9.
           03 filler pic x(2) value spaces.
           03 lp-importe pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lp-origen pic x(8).
       01  lin-tot-mes.
           03 filler pic x(20) value "  TOTAL DEL MES ".
           03 ltm-mes pic 99.
           03 filler pic x(5) value spaces.
           03 ltm-importe pic zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN I-O PRESUPUESTO.
           PERFORM 150-CARGO-CATEGORIAS.
           PERFORM 160-CARGO-HISTORIAL.

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
                   MOVE ZERO TO tab-cat-socios(w-cat-cant)
                   MOVE ZERO TO tab-cat-tits(w-cat-cant)
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

       200-MENU.
           display "1 - Generar el presupuesto de un anio".
           display "2 - Cargar o modificar una linea".
           display "3 - Baja de una linea".
           display "4 - Listado del presupuesto de un anio".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-GENERA
               WHEN 2 PERFORM 500-CARGA
               WHEN 3 PERFORM 600-BAJA
               WHEN 4 PERFORM 700-LISTADO
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Pide anio, mes (00 = los doce meses), linea y, para las
      *    cuotas, la categoria. Deja el rango de meses en
      *    w-mes-desde / w-mes-hasta.
       310-PIDO-CLAVE.
           MOVE "N" TO w-clave-ok.
           display "anio (AAAA)".
           accept w-anio.
           display "mes (00 = los doce meses)".
           accept w-mes.
           display "linea (C cuotas / A aranceles / R recargos / "
               "O otros)".
           accept w-linea.
           MOVE SPACE TO w-categoria.
           EVALUATE TRUE
               WHEN w-anio = ZERO
                   DISPLAY "el anio no puede ser cero"
               WHEN w-mes > 12
                   DISPLAY "el mes debe ir de 00 a 12"
               WHEN w-linea = "C"
                   display "categoria"
                   accept w-categoria
                   PERFORM 320-BUSCO-CATEGORIA
                   IF w-cat-hallada = ZERO
                       DISPLAY "la categoria " w-categoria
                           " no existe en categorias.dat"
                   ELSE
                       MOVE "S" TO w-clave-ok
                   END-IF
               WHEN w-linea = "A" OR w-linea = "R" OR w-linea = "O"
                   MOVE "S" TO w-clave-ok
               WHEN OTHER
                   DISPLAY "la linea debe ser C, A, R u O"
           END-EVALUATE.
           IF w-mes = ZERO
               MOVE 1 TO w-mes-desde
               MOVE 12 TO w-mes-hasta
           ELSE
               MOVE w-mes TO w-mes-desde
               MOVE w-mes TO w-mes-hasta
           END-IF.

       320-BUSCO-CATEGORIA.
           MOVE ZERO TO w-cat-hallada.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = w-categoria
                   MOVE w-cat-i TO w-cat-hallada
               END-IF
           END-PERFORM.

      ******************************************************************
      * GENERACION DESDE EL PADRON
      ******************************************************************
       400-GENERA.
           display "anio a presupuestar (AAAA)".
           accept w-anio.
           IF w-anio = ZERO
               DISPLAY "el anio no puede ser cero"
           ELSE
               PERFORM 410-CUENTO-EXISTENTES
               MOVE "S" TO w-conf
               IF w-existentes > ZERO
                   DISPLAY "el anio ya tiene " w-existentes
                       " lineas de cuotas y aranceles, que se "
                       "reemplazan"
                   DISPLAY "Confirma la generacion (S/N)?"
                   MOVE "N" TO w-conf
                   ACCEPT w-conf
               END-IF
               IF confirma
                   PERFORM 420-GENERO-ANIO
               ELSE
                   DISPLAY "Generacion cancelada"
               END-IF
           END-IF.

       410-CUENTO-EXISTENTES.
           MOVE ZERO TO w-existentes.
           PERFORM 415-POSICIONO-ANIO.
           PERFORM UNTIL w-flag = 1
               IF pre-linea = "C" OR pre-linea = "A"
                   ADD 1 TO w-existentes
               END-IF
               PERFORM 416-LEE-SIGUIENTE
           END-PERFORM.

       415-POSICIONO-ANIO.
           MOVE ZERO TO w-flag.
           MOVE w-anio TO pre-anio.
           MOVE ZERO TO pre-mes.
           MOVE SPACES TO pre-linea.
           MOVE SPACES TO pre-categoria.
           START PRESUPUESTO KEY IS NOT LESS pre-clave
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 416-LEE-SIGUIENTE.

       416-LEE-SIGUIENTE.
           IF w-flag NOT = 1
               READ PRESUPUESTO NEXT AT END MOVE 1 TO w-flag
               END-READ
               IF w-flag NOT = 1 AND pre-anio NOT = w-anio
                   MOVE 1 TO w-flag
               END-IF
           END-IF.

       420-GENERO-ANIO.
           PERFORM 430-BORRO-GENERADAS.
           PERFORM 440-CARGO-TITULARES.
           PERFORM 450-CUENTO-PADRON.
           PERFORM 460-CUENTO-INSCRIPCIONES.
           MOVE ZERO TO w-grabadas.
           MOVE ZERO TO w-tot-anual.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               PERFORM 470-GENERO-MES
           END-PERFORM.
           DISPLAY "SOCIOS ACTIVOS: " w-activos.
           DISPLAY "ADHERENTES EN GRUPO (SIN CARGO): " w-adher-grupo.
           DISPLAY "SOCIOS SIN CATEGORIA: " w-sin-categoria.
           DISPLAY "LINEAS GRABADAS: " w-grabadas.
           MOVE w-tot-anual TO l-importe.
           DISPLAY "TOTAL ANUAL DE CUOTAS Y ARANCELES: " l-importe.

      *    Las lineas C y A del anio se rehacen enteras, asi no
      *    quedan las de una categoria que ya no existe; las R y O
      *    quedan como se cargaron.
       430-BORRO-GENERADAS.
           PERFORM 415-POSICIONO-ANIO.
           PERFORM UNTIL w-flag = 1
               IF pre-linea = "C" OR pre-linea = "A"
                   DELETE PRESUPUESTO RECORD
                       INVALID KEY
                           DISPLAY "no pude borrar la linea "
                               pre-mes " " pre-linea pre-categoria
                   END-DELETE
               END-IF
               PERFORM 416-LEE-SIGUIENTE
           END-PERFORM.

       440-CARGO-TITULARES.
           MOVE ZERO TO w-tit-cant.
           PERFORM 445-POSICIONO-SOCIOS.
           PERFORM UNTIL w-flag = 1
               IF soc-familia NOT = ZERO AND w-tit-cant < 10000
                   ADD 1 TO w-tit-cant
                   MOVE soc-familia TO tab-tit-nro(w-tit-cant)
               END-IF
               PERFORM 446-LEO-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       445-POSICIONO-SOCIOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT SOCIOS.
           MOVE ZEROS TO soc-nro.
           START SOCIOS KEY IS NOT LESS soc-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 446-LEO-SOCIO.

       446-LEO-SOCIO.
           IF w-flag NOT = 1
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

      *    Con el mismo criterio que la facturacion: el adherente de
      *    un grupo no paga y el titular paga la cuota F si existe.
      *    Los titulares se cuentan aparte porque la cuota F puede
      *    estar en cero en algunos meses del anio.
       450-CUENTO-PADRON.
           MOVE ZERO TO w-activos.
           MOVE ZERO TO w-adher-grupo.
           MOVE ZERO TO w-sin-categoria.
           MOVE ZERO TO w-tit-sin-cat.
           MOVE ZERO TO w-tot-tits.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE ZERO TO tab-cat-socios(w-cat-i)
               MOVE ZERO TO tab-cat-tits(w-cat-i)
           END-PERFORM.
           PERFORM 445-POSICIONO-SOCIOS.
           PERFORM UNTIL w-flag = 1
               IF soc-estado = "A"
                   ADD 1 TO w-activos
                   PERFORM 455-CLASIFICO-SOCIO
               END-IF
               PERFORM 446-LEO-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       455-CLASIFICO-SOCIO.
           MOVE "N" TO w-es-titular.
           PERFORM VARYING w-tit-i FROM 1 BY 1
               UNTIL w-tit-i > w-tit-cant
               IF tab-tit-nro(w-tit-i) = soc-nro
                   MOVE "S" TO w-es-titular
               END-IF
           END-PERFORM.
           MOVE soc-categoria TO w-categoria.
           PERFORM 320-BUSCO-CATEGORIA.
           EVALUATE TRUE
               WHEN soc-categoria = "D" AND soc-familia NOT = ZERO
                   ADD 1 TO w-adher-grupo
               WHEN w-es-titular = "S"
                   ADD 1 TO w-tot-tits
                   IF w-cat-hallada = ZERO
                       ADD 1 TO w-tit-sin-cat
                   ELSE
                       ADD 1 TO tab-cat-tits(w-cat-hallada)
                   END-IF
               WHEN w-cat-hallada = ZERO
                   ADD 1 TO w-sin-categoria
               WHEN OTHER
                   ADD 1 TO tab-cat-socios(w-cat-hallada)
           END-EVALUATE.

      *    Inscripciones de socios activos en actividades activas con
      *    arancel, abiertas en cada mes del anio con el mismo
      *    criterio que la facturacion de aranceles.
       460-CUENTO-INSCRIPCIONES.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               MOVE ZERO TO tab-mes-ins(w-mes)
               MOVE ZERO TO tab-mes-aranceles(w-mes)
           END-PERFORM.
           OPEN INPUT SOCIOS.
           OPEN INPUT ACTIVIDADES.
           OPEN INPUT INSCRIPCIONES.
           MOVE ZERO TO w-flag-ins.
           PERFORM 465-LEO-INSCRIPCION.
           PERFORM UNTIL w-flag-ins = 1
               MOVE ins-actividad TO act-codigo
               READ ACTIVIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF act-activa AND act-arancel > ZERO
                           MOVE ins-socio TO soc-nro
                           READ SOCIOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF soc-estado = "A"
                                       PERFORM 466-SUMO-MESES
                                   END-IF
                           END-READ
                       END-IF
               END-READ
               PERFORM 465-LEO-INSCRIPCION
           END-PERFORM.
           CLOSE INSCRIPCIONES.
           CLOSE ACTIVIDADES.
           CLOSE SOCIOS.

       465-LEO-INSCRIPCION.
           READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins.

       466-SUMO-MESES.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               COMPUTE w-periodo = w-anio * 100 + w-mes
               MOVE "N" TO w-desde-ok
               MOVE "N" TO w-hasta-ok
               MOVE ins-fecha-desde TO w-fecha-cal
               IF w-fc-periodo NOT > w-periodo
                   MOVE "S" TO w-desde-ok
               END-IF
               MOVE ins-fecha-hasta TO w-fecha-cal
               IF ins-fecha-hasta = ZERO
                   OR w-fc-periodo NOT < w-periodo
                   MOVE "S" TO w-hasta-ok
               END-IF
               IF w-desde-ok = "S" AND w-hasta-ok = "S"
                   ADD 1 TO tab-mes-ins(w-mes)
                   ADD act-arancel TO tab-mes-aranceles(w-mes)
               END-IF
           END-PERFORM.

       470-GENERO-MES.
           COMPUTE w-periodo = w-anio * 100 + w-mes.
           PERFORM 480-CUOTAS-DEL-PERIODO.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE tab-cat-socios(w-cat-i) TO w-cant-linea
               IF w-cuota-familiar = ZERO
                   ADD tab-cat-tits(w-cat-i) TO w-cant-linea
               END-IF
               IF w-cat-i = w-cat-f AND w-cuota-familiar > ZERO
                   ADD w-tot-tits TO w-cant-linea
               END-IF
               MOVE "C" TO pre-linea
               MOVE tab-cat-cod(w-cat-i) TO pre-categoria
               MOVE w-cant-linea TO pre-socios
               COMPUTE pre-importe =
                   w-cant-linea * tab-cat-cuota(w-cat-i)
               PERFORM 490-GRABO-GENERADA
           END-PERFORM.
           MOVE "A" TO pre-linea.
           MOVE SPACE TO pre-categoria.
           MOVE tab-mes-ins(w-mes) TO pre-socios.
           MOVE tab-mes-aranceles(w-mes) TO pre-importe.
           PERFORM 490-GRABO-GENERADA.

      *    Misma regla que la facturacion: de cada categoria queda la
      *    cuota del historial con el mayor periodo desde que no
      *    supere el periodo.
       480-CUOTAS-DEL-PERIODO.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE tab-cat-base(w-cat-i) TO tab-cat-cuota(w-cat-i)
               MOVE ZERO TO tab-cat-desde(w-cat-i)
               MOVE "N" TO tab-cat-hist(w-cat-i)
           END-PERFORM.
           PERFORM VARYING w-his-i FROM 1 BY 1
               UNTIL w-his-i > w-his-cant
               IF tab-his-periodo(w-his-i) NOT > w-periodo
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
           MOVE ZERO TO w-cuota-familiar.
           IF w-cat-f > ZERO
               MOVE tab-cat-cuota(w-cat-f) TO w-cuota-familiar
           END-IF.

       490-GRABO-GENERADA.
           MOVE w-anio TO pre-anio.
           MOVE w-mes TO pre-mes.
           MOVE "G" TO pre-origen.
           ACCEPT pre-fecha FROM DATE YYYYMMDD.
           WRITE pre-reg
               INVALID KEY
                   REWRITE pre-reg
                       INVALID KEY
                           DISPLAY "no pude grabar la linea "
                               pre-mes " " pre-linea pre-categoria
                   END-REWRITE
           END-WRITE.
           ADD 1 TO w-grabadas.
           ADD pre-importe TO w-tot-anual.

      ******************************************************************
      * CARGA Y BAJA MANUAL
      ******************************************************************
       500-CARGA.
           PERFORM 310-PIDO-CLAVE.
           IF clave-ok
               display "importe mensual"
               accept w-importe
               PERFORM VARYING w-mes FROM w-mes-desde BY 1
                   UNTIL w-mes > w-mes-hasta
                   PERFORM 510-GRABO-MANUAL
               END-PERFORM
           END-IF.

       510-GRABO-MANUAL.
           MOVE w-anio TO pre-anio.
           MOVE w-mes TO pre-mes.
           MOVE w-linea TO pre-linea.
           MOVE w-categoria TO pre-categoria.
           READ PRESUPUESTO
               INVALID KEY
                   MOVE ZERO TO pre-socios
                   MOVE w-importe TO pre-importe
                   MOVE "M" TO pre-origen
                   ACCEPT pre-fecha FROM DATE YYYYMMDD
                   WRITE pre-reg
                       INVALID KEY
                           DISPLAY "no pude grabar la linea del mes "
                               w-mes
                       NOT INVALID KEY
                           DISPLAY "Linea del mes " w-mes " grabada"
                   END-WRITE
               NOT INVALID KEY
                   MOVE pre-importe TO l-importe
                   DISPLAY "MES " w-mes " IMPORTE ANTERIOR: " l-importe
                   MOVE w-importe TO pre-importe
                   MOVE "M" TO pre-origen
                   ACCEPT pre-fecha FROM DATE YYYYMMDD
                   REWRITE pre-reg
                       INVALID KEY
                           DISPLAY "no pude actualizar la linea del "
                               "mes " w-mes
                       NOT INVALID KEY
                           DISPLAY "Linea del mes " w-mes
                               " actualizada"
                   END-REWRITE
           END-READ.

       600-BAJA.
           PERFORM 310-PIDO-CLAVE.
           IF clave-ok
               DISPLAY "Confirma la baja (S/N)?"
               MOVE "N" TO w-conf
               ACCEPT w-conf
               IF confirma
                   PERFORM VARYING w-mes FROM w-mes-desde BY 1
                       UNTIL w-mes > w-mes-hasta
                       PERFORM 610-BORRO-LINEA
                   END-PERFORM
               ELSE
                   DISPLAY "Baja cancelada"
               END-IF
           END-IF.

       610-BORRO-LINEA.
           MOVE w-anio TO pre-anio.
           MOVE w-mes TO pre-mes.
           MOVE w-linea TO pre-linea.
           MOVE w-categoria TO pre-categoria.
           DELETE PRESUPUESTO RECORD
               INVALID KEY
                   DISPLAY "la linea del mes " w-mes " no existe"
               NOT INVALID KEY
                   DISPLAY "Linea del mes " w-mes " dada de baja"
           END-DELETE.

      ******************************************************************
      * LISTADO
      ******************************************************************
       700-LISTADO.
           display "anio (AAAA)".
           accept w-anio.
           MOVE ZERO TO w-cant.
           MOVE ZERO TO w-tot-anual.
           MOVE ZERO TO w-tot-mes.
           MOVE ZERO TO w-mes-ant.
           PERFORM 415-POSICIONO-ANIO.
           PERFORM UNTIL w-flag = 1
               IF pre-mes NOT = w-mes-ant
                   PERFORM 720-TOTAL-MES
                   MOVE pre-mes TO w-mes-ant
               END-IF
               ADD 1 TO w-cant
               ADD pre-importe TO w-tot-mes
               ADD pre-importe TO w-tot-anual
               PERFORM 710-MUESTRO-LINEA
               PERFORM 416-LEE-SIGUIENTE
           END-PERFORM.
           PERFORM 720-TOTAL-MES.
           DISPLAY "LINEAS: " w-cant.
           MOVE w-tot-anual TO l-importe.
           DISPLAY "TOTAL DEL ANIO: " l-importe.

       710-MUESTRO-LINEA.
           MOVE pre-mes TO lp-mes.
           EVALUATE pre-linea
               WHEN "C" MOVE "CUOTAS" TO lp-linea
               WHEN "A" MOVE "ARANCELES" TO lp-linea
               WHEN "R" MOVE "RECARGOS" TO lp-linea
               WHEN "O" MOVE "OTROS" TO lp-linea
               WHEN OTHER MOVE pre-linea TO lp-linea
           END-EVALUATE.
           MOVE pre-categoria TO lp-categoria.
           MOVE pre-socios TO lp-socios.
           MOVE pre-importe TO lp-importe.
           IF pre-generada
               MOVE "GENERADA" TO lp-origen
           ELSE
               MOVE "MANUAL" TO lp-origen
           END-IF.
           DISPLAY lin-presup.

       720-TOTAL-MES.
           IF w-mes-ant NOT = ZERO
               MOVE w-mes-ant TO ltm-mes
               MOVE w-tot-mes TO ltm-importe
               DISPLAY lin-tot-mes
           END-IF.
           MOVE ZERO TO w-tot-mes.

       900-FIN.
           CLOSE PRESUPUESTO.
       END PROGRAM YOUR-PROGRAM-NAME.
