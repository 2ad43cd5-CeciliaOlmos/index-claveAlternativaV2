      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las tablas de categorias
      *          (categorias.dat) y de provincias y localidades
      *          (provincias.dat), reservado a supervisores de
      *          operadores.dat; cada ingreso queda en accesos.dat.
      *          De cada categoria se mantienen la descripcion, las
      *          reglas del cambio automatico (edad desde y hasta,
      *          antiguedad desde y marca automatica) y la cuota.
      *          La cuota no se pisa: cada cambio se guarda en
      *          cuotashis.dat con el periodo AAAAMM desde el que
      *          rige, y la facturacion toma de alli la cuota vigente
      *          del periodo que factura. El primer cambio de una
      *          categoria sin historial asienta antes la cuota que
      *          tenia como vigente desde siempre (periodo 000000).
      *          categorias.dat conserva en cat-cuota la cuota
      *          vigente en el periodo en curso para los programas
      *          que solo la muestran.
      *          Todo cambio queda en auditoria.dat con el numero de
      *          socio en cero: CUOT para los cambios de cuota, CATE
      *          para altas, bajas y modificaciones de categorias y
      *          PROV para la tabla de provincias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ope-codigo.
           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASHIS ASSIGN TO "..\cuotashis.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TABPROV ASSIGN TO "..\provincias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-clave pic x(10).
           03 ope-nivel pic 9.
           03 ope-intentos pic 99.
           03 ope-bloqueado pic x.
           03 ope-fecha-clave pic 9(8).
       FD  ACCESOS.
       01  reg-acceso.
           03 acc-fecha pic 9(8).
           03 filler pic x(1).
           03 acc-hora pic 9(8).
           03 filler pic x(1).
           03 acc-operador pic x(10).
           03 filler pic x(1).
           03 acc-programa pic x(12).
           03 filler pic x(1).
           03 acc-resultado pic x(10).
           03 filler pic x(1).
           03 acc-detalle pic x(10).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  CATEGORIAS.
       01  cat-reg.
           03 cat-codigo pic x.
           03 cat-descripcion pic x(12).
           03 cat-cuota pic 9(8)v99.
           03 cat-reglas pic x(7).
       FD  CUOTASHIS.
       01  hcu-reg.
           03 hcu-categoria pic x.
           03 hcu-periodo pic 9(6).
           03 hcu-cuota pic 9(8)v99.
           03 hcu-fecha pic 9(8).
           03 hcu-operador pic x(10).
       FD  TABPROV.
       01  tpl-reg.
           03 tpl-provincia pic x(12).
           03 tpl-localidad pic x(12).
       FD  PERIODOS.
       01  reg-periodo.
           03 per-periodo pic 9(6).
           03 per-fecha pic 9(8).
           03 per-socios pic 9(5).
           03 per-total pic 9(11)v99.
           03 per-estado pic x(9).
       FD  AUDITORIA.
       01  lin-audit pic x(206).
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
               88 socio-baja value "B".
           03 soc-fecha-alta pic 9(8).
           03 soc-fecha-modif pic 9(8).
           03 soc-categoria pic x.
           03 soc-familia pic 9(6).
           03 soc-documento pic 9(8).
           03 soc-fecha-nac pic 9(8).
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 9.
       77  w-flag pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-acceso-ok pic x value "N".
           88  acceso-ok value "S".
       77  w-intentos pic 9 value zero.
       77  w-max-intentos pic 99 value 3.
       77  w-operador pic x(10) value spaces.
       77  w-clave pic x(10) value spaces.
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       01  w-acc-resultado pic x(10) value spaces.
       01  w-acc-detalle pic x(10) value spaces.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03 w-fh-periodo pic 9(6).
           03 w-fh-dia pic 99.
       01  tab-categorias.
           03 tab-cat-ent occurs 10 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-reglas pic x(7).
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-hallada pic 99 value zero.
       01  tab-historial.
           03 tab-hcu-ent occurs 500 times.
               05 tab-hcu-cat pic x.
               05 tab-hcu-periodo pic 9(6).
               05 tab-hcu-cuota pic 9(8)v99.
               05 tab-hcu-fecha pic 9(8).
               05 tab-hcu-operador pic x(10).
       77  w-hcu-cant pic 999 value zero.
       77  w-hcu-i pic 999 value zero.
       77  w-hcu-pos pic 999 value zero.
       77  w-hcu-igual pic 999 value zero.
       77  w-hcu-desborde pic x value "N".
       01  tab-ubicaciones.
           03 tab-ubi-ent occurs 500 times.
               05 tab-ubi-prov pic x(12).
               05 tab-ubi-loc pic x(12).
       77  w-ubi-cant pic 999 value zero.
       77  w-ubi-i pic 999 value zero.
       77  w-ubi-hallada pic 999 value zero.
       77  w-ubi-desborde pic x value "N".
       01  w-cat-cod pic x value space.
       77  w-cuota pic 9(8)v99 value zero.
       77  w-cuota-vig pic 9(8)v99 value zero.
       77  w-vig-desde pic 9(6) value zero.
       77  w-hay-vig pic x value "N".
           88  hay-vigente value "S".
       77  w-per-consulta pic 9(6) value zero.
       01  w-per-nuevo pic 9(6) value zero.
       01  w-per-nuevo-r redefines w-per-nuevo.
           03 w-pn-anio pic 9999.
           03 w-pn-mes pic 99.
       77  w-per-ok pic x value "N".
           88  periodo-ok value "S".
       77  w-facturado pic x value "N".
       77  w-en-uso pic 9(5) value zero.
       01  w-reglas.
           03 w-edad-desde pic 99.
           03 w-edad-hasta pic 99.
           03 w-antig-desde pic 99.
           03 w-automatica pic x.
       01  w-provincia pic x(12) value spaces.
       01  w-localidad pic x(12) value spaces.
       01  blq-categoria.
           03 blq-cat-codigo pic x.
           03 blq-cat-desc pic x(12).
           03 blq-cat-cuota pic 9(8)v99.
           03 blq-cat-periodo pic 9(6).
           03 blq-cat-reglas pic x(7).
           03 filler pic x(46) value spaces.
       01  blq-provincia.
           03 blq-prov pic x(12).
           03 blq-loc pic x(12).
           03 filler pic x(58) value spaces.
       01  lin-audit-det.
           03 lad-fecha pic 9(8).
           03 filler pic x(1) value space.
           03 lad-hora pic 9(8).
           03 filler pic x(1) value space.
           03 lad-operador pic x(10).
           03 filler pic x(1) value space.
           03 lad-operacion pic x(4).
           03 filler pic x(1) value space.
           03 lad-nro pic 9(6).
           03 filler pic x(1) value space.
           03 lad-antes pic x(82).
           03 filler pic x(1) value space.
           03 lad-despues pic x(82).
       01  lin-categoria.
           03 lc-codigo pic x.
           03 filler pic x(2) value spaces.
           03 lc-desc pic x(12).
           03 filler pic x(2) value spaces.
           03 lc-cuota pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lc-reglas pic x(30) value spaces.
       01  lin-historia.
           03 filler pic x(6) value spaces.
           03 filler pic x(7) value "DESDE ".
           03 lh-periodo pic x(6).
           03 filler pic x(2) value spaces.
           03 lh-cuota pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lh-fecha pic 9(8).
           03 filler pic x(1) value space.
           03 lh-operador pic x(10).
       01  lin-ubicacion.
           03 lu-provincia pic x(12).
           03 filler pic x(2) value spaces.
           03 lu-localidad pic x(12).
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
           OPEN I-O OPERADORES.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 105-BUSCO-SEGURIDAD.
           PERFORM 120-VALIDO-SUPERVISOR.
           PERFORM 150-CARGO-CATEGORIAS.
           PERFORM 160-CARGO-HISTORIAL.
           PERFORM 170-CARGO-UBICACIONES.

       105-BUSCO-SEGURIDAD.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 106-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "SEGURIDAD"
                   IF par-valor2(1:2) IS NUMERIC
                       MOVE par-valor2(1:2) TO w-max-intentos
                   END-IF
               END-IF
               PERFORM 106-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       106-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       120-VALIDO-SUPERVISOR.
           MOVE "N" TO w-acceso-ok.
           MOVE ZERO TO w-intentos.
           PERFORM UNTIL acceso-ok OR w-intentos = 3
               PERFORM 130-PIDO-CREDENCIALES
           END-PERFORM.
           IF NOT acceso-ok
               DISPLAY "Acceso denegado"
               CLOSE OPERADORES
               STOP RUN
           END-IF.

       130-PIDO-CREDENCIALES.
           ADD 1 TO w-intentos.
           DISPLAY "Ingrese su identificacion de operador"
           ACCEPT w-operador.
           DISPLAY "Ingrese su clave de acceso"
           ACCEPT w-clave.
           MOVE w-operador TO ope-codigo.
           READ OPERADORES INVALID KEY
                   DISPLAY "Operador o clave invalidos"
                   MOVE "FALLIDO" TO w-acc-resultado
                   PERFORM 140-REGISTRO-ACCESO
               NOT INVALID KEY
                   PERFORM 135-VERIFICO-CREDENCIAL
           END-READ.

       135-VERIFICO-CREDENCIAL.
           EVALUATE TRUE
               WHEN ope-bloqueado = "S"
                   DISPLAY "La cuenta esta bloqueada por intentos "
                       "fallidos, pida el desbloqueo a un "
                       "supervisor"
                   MOVE "BLOQUEADO" TO w-acc-resultado
                   PERFORM 140-REGISTRO-ACCESO
               WHEN ope-clave = w-clave AND ope-nivel = 2
                   MOVE "S" TO w-acceso-ok
                   MOVE ZERO TO ope-intentos
                   REWRITE ope-reg
                   END-REWRITE
                   MOVE "OK" TO w-acc-resultado
                   PERFORM 140-REGISTRO-ACCESO
               WHEN OTHER
                   DISPLAY "Operador o clave invalidos, "
                       "o sin nivel de supervisor"
                   IF ope-clave NOT = w-clave
                       ADD 1 TO ope-intentos
                       IF ope-intentos NOT < w-max-intentos
                           MOVE "S" TO ope-bloqueado
                           DISPLAY "La cuenta quedo bloqueada por "
                               "intentos fallidos acumulados"
                           MOVE "BLOQUEADO" TO w-acc-resultado
                       ELSE
                           MOVE "FALLIDO" TO w-acc-resultado
                       END-IF
                       REWRITE ope-reg
                       END-REWRITE
                   ELSE
                       MOVE "FALLIDO" TO w-acc-resultado
                   END-IF
                   PERFORM 140-REGISTRO-ACCESO
           END-EVALUATE.

       140-REGISTRO-ACCESO.
           OPEN EXTEND ACCESOS.
           MOVE SPACES TO reg-acceso.
           ACCEPT acc-fecha FROM DATE YYYYMMDD.
           ACCEPT acc-hora FROM TIME.
           MOVE w-operador TO acc-operador.
           MOVE "ABMTABLAS" TO acc-programa.
           MOVE w-acc-resultado TO acc-resultado.
           MOVE w-acc-detalle TO acc-detalle.
           WRITE reg-acceso.
           CLOSE ACCESOS.
           MOVE SPACES TO w-acc-detalle.

       150-CARGO-CATEGORIAS.
           MOVE ZERO TO w-cat-cant.
           MOVE ZERO TO w-flag.
           OPEN INPUT CATEGORIAS.
           PERFORM 155-LEO-CATEGORIA.
           PERFORM UNTIL w-flag = 1
               IF w-cat-cant < 10
                   ADD 1 TO w-cat-cant
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-cuota(w-cat-cant)
                   MOVE cat-reglas TO tab-cat-reglas(w-cat-cant)
               END-IF
               PERFORM 155-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.

       155-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag.

       160-CARGO-HISTORIAL.
           MOVE ZERO TO w-hcu-cant.
           MOVE "N" TO w-hcu-desborde.
           MOVE ZERO TO w-flag.
           OPEN INPUT CUOTASHIS.
           PERFORM 165-LEO-HISTORIAL.
           PERFORM UNTIL w-flag = 1
               IF w-hcu-cant < 500
                   ADD 1 TO w-hcu-cant
                   MOVE hcu-categoria TO tab-hcu-cat(w-hcu-cant)
                   MOVE hcu-periodo TO tab-hcu-periodo(w-hcu-cant)
                   MOVE hcu-cuota TO tab-hcu-cuota(w-hcu-cant)
                   MOVE hcu-fecha TO tab-hcu-fecha(w-hcu-cant)
                   MOVE hcu-operador TO tab-hcu-operador(w-hcu-cant)
               ELSE
                   MOVE "S" TO w-hcu-desborde
               END-IF
               PERFORM 165-LEO-HISTORIAL
           END-PERFORM.
           CLOSE CUOTASHIS.
           IF w-hcu-desborde = "S"
               DISPLAY "cuotashis.dat supera las 500 entradas de la "
                   "tabla, no se permiten cambios de cuota"
           END-IF.

       165-LEO-HISTORIAL.
           READ CUOTASHIS AT END MOVE 1 TO w-flag.

       170-CARGO-UBICACIONES.
           MOVE ZERO TO w-ubi-cant.
           MOVE "N" TO w-ubi-desborde.
           MOVE ZERO TO w-flag.
           OPEN INPUT TABPROV.
           PERFORM 175-LEO-TABPROV.
           PERFORM UNTIL w-flag = 1
               IF w-ubi-cant < 500
                   ADD 1 TO w-ubi-cant
                   MOVE tpl-provincia TO tab-ubi-prov(w-ubi-cant)
                   MOVE tpl-localidad TO tab-ubi-loc(w-ubi-cant)
               ELSE
                   MOVE "S" TO w-ubi-desborde
               END-IF
               PERFORM 175-LEO-TABPROV
           END-PERFORM.
           CLOSE TABPROV.
           IF w-ubi-desborde = "S"
               DISPLAY "provincias.dat supera las 500 localidades de "
                   "la tabla, no se permiten cambios en ella"
           END-IF.

       175-LEO-TABPROV.
           READ TABPROV AT END MOVE 1 TO w-flag.

       200-MENU.
           display "1 - Alta de categoria".
           display "2 - Modificacion de categoria".
           display "3 - Cambio de cuota de categoria".
           display "4 - Baja de categoria".
           display "5 - Listado de categorias y cuotas".
           display "6 - Alta de provincia y localidad".
           display "7 - Baja de provincia y localidad".
           display "8 - Listado de provincias y localidades".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-ALTA-CATEGORIA
               WHEN 2 PERFORM 450-MODIFICA-CATEGORIA
               WHEN 3 PERFORM 500-CAMBIO-CUOTA
               WHEN 4 PERFORM 550-BAJA-CATEGORIA
               WHEN 5 PERFORM 600-LISTADO-CATEGORIAS
               WHEN 6 PERFORM 700-ALTA-UBICACION
               WHEN 7 PERFORM 750-BAJA-UBICACION
               WHEN 8 PERFORM 800-LISTADO-UBICACIONES
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      ******************************************************************
      * BUSQUEDAS EN LAS TABLAS
      ******************************************************************
       210-PIDO-CATEGORIA.
           DISPLAY "codigo de categoria".
           ACCEPT w-cat-cod.
           PERFORM 220-BUSCO-CATEGORIA.

       220-BUSCO-CATEGORIA.
           MOVE ZERO TO w-cat-hallada.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = w-cat-cod
                   MOVE w-cat-i TO w-cat-hallada
               END-IF
           END-PERFORM.

      *    Cuota que rige para w-cat-cod en w-per-consulta: la del
      *    historial con el mayor periodo desde que no lo supere.
       250-BUSCO-VIGENTE.
           MOVE "N" TO w-hay-vig.
           MOVE ZERO TO w-cuota-vig.
           MOVE ZERO TO w-vig-desde.
           PERFORM VARYING w-hcu-i FROM 1 BY 1
               UNTIL w-hcu-i > w-hcu-cant
               IF tab-hcu-cat(w-hcu-i) = w-cat-cod
                   AND tab-hcu-periodo(w-hcu-i) NOT > w-per-consulta
                   AND (w-hay-vig = "N"
                   OR tab-hcu-periodo(w-hcu-i) NOT < w-vig-desde)
                   MOVE "S" TO w-hay-vig
                   MOVE tab-hcu-cuota(w-hcu-i) TO w-cuota-vig
                   MOVE tab-hcu-periodo(w-hcu-i) TO w-vig-desde
               END-IF
           END-PERFORM.

       260-PIDO-REGLAS.
           MOVE tab-cat-reglas(w-cat-hallada) TO w-reglas.
           IF w-edad-desde NOT NUMERIC
               MOVE ZERO TO w-edad-desde
           END-IF.
           IF w-edad-hasta NOT NUMERIC
               MOVE ZERO TO w-edad-hasta
           END-IF.
           IF w-antig-desde NOT NUMERIC
               MOVE ZERO TO w-antig-desde
           END-IF.
           IF w-automatica NOT = "S"
               MOVE "N" TO w-automatica
           END-IF.
           DISPLAY "asignacion automatica por edad y antiguedad (S/N)".
           ACCEPT w-automatica.
           IF w-automatica = "S" OR w-automatica = "s"
               MOVE "S" TO w-automatica
               DISPLAY "edad desde (anios)"
               ACCEPT w-edad-desde
               DISPLAY "edad hasta (anios, 0 = sin tope)"
               ACCEPT w-edad-hasta
               DISPLAY "antiguedad desde (anios)"
               ACCEPT w-antig-desde
           ELSE
               MOVE "N" TO w-automatica
           END-IF.
           MOVE w-reglas TO tab-cat-reglas(w-cat-hallada).

       270-PIDO-PERIODO.
           MOVE "N" TO w-per-ok.
           PERFORM UNTIL periodo-ok
               DISPLAY "periodo desde el que rige (AAAAMM)"
               ACCEPT w-per-nuevo
               IF w-pn-mes > ZERO AND w-pn-mes < 13
                   AND w-pn-anio > 1900
                   MOVE "S" TO w-per-ok
               ELSE
                   DISPLAY "Periodo invalido"
               END-IF
           END-PERFORM.

      ******************************************************************
      * CATEGORIAS
      ******************************************************************
       400-ALTA-CATEGORIA.
           PERFORM 210-PIDO-CATEGORIA.
           EVALUATE TRUE
               WHEN w-cat-cod = SPACE
                   DISPLAY "el codigo no puede quedar en blanco"
               WHEN w-cat-hallada NOT = ZERO
                   DISPLAY "la categoria ya existe, use Modificacion "
                       "o Cambio de cuota"
               WHEN w-cat-cant NOT < 10
                   DISPLAY "la tabla admite hasta 10 categorias"
               WHEN w-hcu-desborde = "S" OR w-hcu-cant NOT < 500
                   DISPLAY "historial de cuotas lleno, no se puede "
                       "dar de alta"
               WHEN OTHER
                   PERFORM 410-GRABO-ALTA
           END-EVALUATE.

      *    La cuota de una categoria nueva rige desde siempre.
       410-GRABO-ALTA.
           ADD 1 TO w-cat-cant.
           MOVE w-cat-cant TO w-cat-hallada.
           MOVE w-cat-cod TO tab-cat-cod(w-cat-hallada).
           DISPLAY "descripcion".
           ACCEPT tab-cat-desc(w-cat-hallada).
           DISPLAY "cuota mensual".
           ACCEPT w-cuota.
           MOVE w-cuota TO tab-cat-cuota(w-cat-hallada).
           MOVE SPACES TO tab-cat-reglas(w-cat-hallada).
           PERFORM 260-PIDO-REGLAS.
           MOVE ZERO TO w-per-nuevo.
           PERFORM 520-AGREGO-HISTORIAL.
           PERFORM 920-GRABO-CATEGORIAS.
           PERFORM 930-GRABO-HISTORIAL.
           MOVE SPACES TO lad-antes.
           PERFORM 480-ARMO-BLOQUE.
           MOVE blq-categoria TO lad-despues.
           MOVE "CATE" TO lad-operacion.
           PERFORM 950-ESCRIBO-AUDITORIA.
           DISPLAY "Categoria grabada".

       450-MODIFICA-CATEGORIA.
           PERFORM 210-PIDO-CATEGORIA.
           IF w-cat-hallada = ZERO
               DISPLAY "la categoria no existe"
           ELSE
               PERFORM 480-ARMO-BLOQUE
               MOVE blq-categoria TO lad-antes
               DISPLAY "DESCRIPCION ACTUAL: "
                   tab-cat-desc(w-cat-hallada)
               DISPLAY "descripcion"
               ACCEPT tab-cat-desc(w-cat-hallada)
               PERFORM 260-PIDO-REGLAS
               PERFORM 920-GRABO-CATEGORIAS
               PERFORM 480-ARMO-BLOQUE
               MOVE blq-categoria TO lad-despues
               MOVE "CATE" TO lad-operacion
               PERFORM 950-ESCRIBO-AUDITORIA
               DISPLAY "Categoria actualizada; la cuota se cambia "
                   "con la opcion 3"
           END-IF.

       480-ARMO-BLOQUE.
           MOVE tab-cat-cod(w-cat-hallada) TO blq-cat-codigo.
           MOVE tab-cat-desc(w-cat-hallada) TO blq-cat-desc.
           MOVE tab-cat-cuota(w-cat-hallada) TO blq-cat-cuota.
           MOVE ZERO TO blq-cat-periodo.
           MOVE tab-cat-reglas(w-cat-hallada) TO blq-cat-reglas.

       500-CAMBIO-CUOTA.
           PERFORM 210-PIDO-CATEGORIA.
           EVALUATE TRUE
               WHEN w-cat-hallada = ZERO
                   DISPLAY "la categoria no existe"
               WHEN w-hcu-desborde = "S" OR w-hcu-cant > 498
                   DISPLAY "historial de cuotas lleno, no se puede "
                       "cambiar la cuota"
               WHEN OTHER
                   PERFORM 510-PIDO-CUOTA-NUEVA
           END-EVALUATE.

       510-PIDO-CUOTA-NUEVA.
           DISPLAY "CATEGORIA " w-cat-cod " "
               tab-cat-desc(w-cat-hallada).
           PERFORM 610-MUESTRO-HISTORIAL.
           PERFORM 270-PIDO-PERIODO.
           MOVE w-per-nuevo TO w-per-consulta.
           PERFORM 250-BUSCO-VIGENTE.
           IF NOT hay-vigente
               MOVE tab-cat-cuota(w-cat-hallada) TO w-cuota-vig
           END-IF.
           DISPLAY "cuota vigente en ese periodo: " w-cuota-vig.
           DISPLAY "cuota nueva".
           ACCEPT w-cuota.
           PERFORM 530-VERIFICO-FACTURADO.
           IF w-facturado = "S"
               DISPLAY "ATENCION: el periodo " w-per-nuevo
                   " ya esta facturado; el cambio no refactura, "
                   "rige para las facturaciones que falten"
           END-IF.
           DISPLAY "Confirma la cuota nueva desde " w-per-nuevo
               " (S/N)?".
           MOVE "N" TO w-conf.
           ACCEPT w-conf.
           IF confirma
               PERFORM 515-GRABO-CUOTA
           ELSE
               DISPLAY "Cambio cancelado"
           END-IF.

       515-GRABO-CUOTA.
           PERFORM 480-ARMO-BLOQUE.
           MOVE w-cuota-vig TO blq-cat-cuota.
           MOVE w-per-nuevo TO blq-cat-periodo.
           MOVE blq-categoria TO lad-antes.
           IF NOT hay-vigente
               PERFORM 525-ASIENTO-CUOTA-BASE
           END-IF.
           PERFORM 520-AGREGO-HISTORIAL.
           MOVE w-fh-periodo TO w-per-consulta.
           PERFORM 250-BUSCO-VIGENTE.
           IF hay-vigente
               MOVE w-cuota-vig TO tab-cat-cuota(w-cat-hallada)
           END-IF.
           PERFORM 920-GRABO-CATEGORIAS.
           PERFORM 930-GRABO-HISTORIAL.
           PERFORM 480-ARMO-BLOQUE.
           MOVE w-cuota TO blq-cat-cuota.
           MOVE w-per-nuevo TO blq-cat-periodo.
           MOVE blq-categoria TO lad-despues.
           MOVE "CUOT" TO lad-operacion.
           PERFORM 950-ESCRIBO-AUDITORIA.
           DISPLAY "Cuota grabada desde el periodo " w-per-nuevo.

      *    Inserta w-cuota desde w-per-nuevo en orden de categoria y
      *    periodo; si ya habia una cuota desde ese periodo la
      *    reemplaza.
       520-AGREGO-HISTORIAL.
           MOVE ZERO TO w-hcu-igual.
           MOVE ZERO TO w-hcu-pos.
           PERFORM VARYING w-hcu-i FROM 1 BY 1
               UNTIL w-hcu-i > w-hcu-cant
               IF tab-hcu-cat(w-hcu-i) = w-cat-cod
                   AND tab-hcu-periodo(w-hcu-i) = w-per-nuevo
                   MOVE w-hcu-i TO w-hcu-igual
               END-IF
               IF w-hcu-pos = ZERO
                   AND (tab-hcu-cat(w-hcu-i) > w-cat-cod
                   OR (tab-hcu-cat(w-hcu-i) = w-cat-cod
                   AND tab-hcu-periodo(w-hcu-i) > w-per-nuevo))
                   MOVE w-hcu-i TO w-hcu-pos
               END-IF
           END-PERFORM.
           IF w-hcu-igual NOT = ZERO
               MOVE w-hcu-igual TO w-hcu-pos
           ELSE
               IF w-hcu-pos = ZERO
                   ADD 1 TO w-hcu-cant
                   MOVE w-hcu-cant TO w-hcu-pos
               ELSE
                   PERFORM VARYING w-hcu-i FROM w-hcu-cant BY -1
                       UNTIL w-hcu-i < w-hcu-pos
                       MOVE tab-hcu-ent(w-hcu-i)
                           TO tab-hcu-ent(w-hcu-i + 1)
                   END-PERFORM
                   ADD 1 TO w-hcu-cant
               END-IF
           END-IF.
           MOVE w-cat-cod TO tab-hcu-cat(w-hcu-pos).
           MOVE w-per-nuevo TO tab-hcu-periodo(w-hcu-pos).
           MOVE w-cuota TO tab-hcu-cuota(w-hcu-pos).
           MOVE w-fecha-hoy TO tab-hcu-fecha(w-hcu-pos).
           MOVE w-operador TO tab-hcu-operador(w-hcu-pos).

      *    La cuota que tenia la categoria antes de su primer cambio
      *    queda vigente desde siempre para los periodos anteriores.
       525-ASIENTO-CUOTA-BASE.
           MOVE w-per-nuevo TO w-per-consulta.
           MOVE w-cuota TO w-cuota-vig.
           MOVE ZERO TO w-per-nuevo.
           MOVE tab-cat-cuota(w-cat-hallada) TO w-cuota.
           PERFORM 520-AGREGO-HISTORIAL.
           MOVE w-per-consulta TO w-per-nuevo.
           MOVE w-cuota-vig TO w-cuota.

       530-VERIFICO-FACTURADO.
           MOVE "N" TO w-facturado.
           MOVE ZERO TO w-flag.
           OPEN INPUT PERIODOS.
           PERFORM 535-LEO-PERIODO.
           PERFORM UNTIL w-flag = 1
               IF per-periodo NOT < w-per-nuevo
                   AND per-estado = "FACTURADO"
                   MOVE "S" TO w-facturado
               END-IF
               PERFORM 535-LEO-PERIODO
           END-PERFORM.
           CLOSE PERIODOS.

       535-LEO-PERIODO.
           READ PERIODOS AT END MOVE 1 TO w-flag.

       550-BAJA-CATEGORIA.
           PERFORM 210-PIDO-CATEGORIA.
           IF w-cat-hallada = ZERO
               DISPLAY "la categoria no existe"
           ELSE
               PERFORM 560-CUENTO-SOCIOS
               IF w-en-uso > ZERO
                   DISPLAY "Hay " w-en-uso " socios en la categoria, "
                       "no se puede dar de baja"
               ELSE
                   PERFORM 570-CONFIRMO-BAJA
               END-IF
           END-IF.

       560-CUENTO-SOCIOS.
           MOVE ZERO TO w-en-uso.
           MOVE ZERO TO w-flag.
           OPEN INPUT SOCIOS.
           MOVE ZEROS TO soc-nro.
           START SOCIOS KEY IS NOT LESS soc-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 565-LEO-SOCIO.
           PERFORM UNTIL w-flag = 1
               IF soc-categoria = w-cat-cod AND NOT socio-baja
                   ADD 1 TO w-en-uso
               END-IF
               PERFORM 565-LEO-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       565-LEO-SOCIO.
           IF w-flag NOT = 1
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

      *    El historial de cuotas de la categoria se conserva.
       570-CONFIRMO-BAJA.
           DISPLAY "CATEGORIA " w-cat-cod " "
               tab-cat-desc(w-cat-hallada).
           DISPLAY "Confirma la baja (S/N)?".
           MOVE "N" TO w-conf.
           ACCEPT w-conf.
           IF confirma
               PERFORM 480-ARMO-BLOQUE
               MOVE blq-categoria TO lad-antes
               MOVE SPACES TO lad-despues
               PERFORM VARYING w-cat-i FROM w-cat-hallada BY 1
                   UNTIL w-cat-i NOT < w-cat-cant
                   MOVE tab-cat-ent(w-cat-i + 1) TO tab-cat-ent(w-cat-i)
               END-PERFORM
               SUBTRACT 1 FROM w-cat-cant
               PERFORM 920-GRABO-CATEGORIAS
               MOVE "CATE" TO lad-operacion
               PERFORM 950-ESCRIBO-AUDITORIA
               DISPLAY "Categoria dada de baja"
           ELSE
               DISPLAY "Baja cancelada"
           END-IF.

       600-LISTADO-CATEGORIAS.
           PERFORM VARYING w-cat-hallada FROM 1 BY 1
               UNTIL w-cat-hallada > w-cat-cant
               MOVE tab-cat-cod(w-cat-hallada) TO lc-codigo
               MOVE tab-cat-desc(w-cat-hallada) TO lc-desc
               MOVE tab-cat-cuota(w-cat-hallada) TO lc-cuota
               MOVE tab-cat-reglas(w-cat-hallada) TO w-reglas
               MOVE SPACES TO lc-reglas
               IF w-automatica = "S"
                   STRING "AUTO EDAD " w-edad-desde "-" w-edad-hasta
                       " ANTIG " w-antig-desde
                       DELIMITED BY SIZE INTO lc-reglas
               END-IF
               DISPLAY lin-categoria
               MOVE tab-cat-cod(w-cat-hallada) TO w-cat-cod
               PERFORM 610-MUESTRO-HISTORIAL
           END-PERFORM.
           DISPLAY "CATEGORIAS: " w-cat-cant.

       610-MUESTRO-HISTORIAL.
           PERFORM VARYING w-hcu-i FROM 1 BY 1
               UNTIL w-hcu-i > w-hcu-cant
               IF tab-hcu-cat(w-hcu-i) = w-cat-cod
                   IF tab-hcu-periodo(w-hcu-i) = ZERO
                       MOVE "INICIO" TO lh-periodo
                   ELSE
                       MOVE tab-hcu-periodo(w-hcu-i) TO lh-periodo
                   END-IF
                   MOVE tab-hcu-cuota(w-hcu-i) TO lh-cuota
                   MOVE tab-hcu-fecha(w-hcu-i) TO lh-fecha
                   MOVE tab-hcu-operador(w-hcu-i) TO lh-operador
                   DISPLAY lin-historia
               END-IF
           END-PERFORM.

      ******************************************************************
      * PROVINCIAS Y LOCALIDADES
      ******************************************************************
       700-ALTA-UBICACION.
           PERFORM 710-PIDO-UBICACION.
           EVALUATE TRUE
               WHEN w-ubi-desborde = "S"
                   DISPLAY "tabla de provincias desbordada, no se "
                       "permiten cambios"
               WHEN w-provincia = SPACES OR w-localidad = SPACES
                   DISPLAY "provincia y localidad no pueden quedar "
                       "en blanco"
               WHEN w-ubi-hallada NOT = ZERO
                   DISPLAY "la localidad ya esta en la tabla"
               WHEN w-ubi-cant NOT < 500
                   DISPLAY "la tabla admite hasta 500 localidades"
               WHEN OTHER
                   ADD 1 TO w-ubi-cant
                   MOVE w-provincia TO tab-ubi-prov(w-ubi-cant)
                   MOVE w-localidad TO tab-ubi-loc(w-ubi-cant)
                   PERFORM 940-GRABO-UBICACIONES
                   MOVE SPACES TO lad-antes
                   MOVE w-provincia TO blq-prov
                   MOVE w-localidad TO blq-loc
                   MOVE blq-provincia TO lad-despues
                   MOVE "PROV" TO lad-operacion
                   PERFORM 950-ESCRIBO-AUDITORIA
                   DISPLAY "Localidad grabada"
           END-EVALUATE.

       710-PIDO-UBICACION.
           DISPLAY "provincia".
           ACCEPT w-provincia.
           DISPLAY "localidad".
           ACCEPT w-localidad.
           MOVE ZERO TO w-ubi-hallada.
           PERFORM VARYING w-ubi-i FROM 1 BY 1
               UNTIL w-ubi-i > w-ubi-cant
               IF tab-ubi-prov(w-ubi-i) = w-provincia
                   AND tab-ubi-loc(w-ubi-i) = w-localidad
                   MOVE w-ubi-i TO w-ubi-hallada
               END-IF
           END-PERFORM.

      *    Los socios ya domiciliados en la localidad no se tocan.
       750-BAJA-UBICACION.
           PERFORM 710-PIDO-UBICACION.
           EVALUATE TRUE
               WHEN w-ubi-desborde = "S"
                   DISPLAY "tabla de provincias desbordada, no se "
                       "permiten cambios"
               WHEN w-ubi-hallada = ZERO
                   DISPLAY "la localidad no esta en la tabla"
               WHEN OTHER
                   PERFORM 760-CONFIRMO-BAJA-UBICACION
           END-EVALUATE.

       760-CONFIRMO-BAJA-UBICACION.
           DISPLAY "Confirma la baja (S/N)?".
           MOVE "N" TO w-conf.
           ACCEPT w-conf.
           IF confirma
               PERFORM VARYING w-ubi-i FROM w-ubi-hallada BY 1
                   UNTIL w-ubi-i NOT < w-ubi-cant
                   MOVE tab-ubi-ent(w-ubi-i + 1) TO tab-ubi-ent(w-ubi-i)
               END-PERFORM
               SUBTRACT 1 FROM w-ubi-cant
               PERFORM 940-GRABO-UBICACIONES
               MOVE w-provincia TO blq-prov
               MOVE w-localidad TO blq-loc
               MOVE blq-provincia TO lad-antes
               MOVE SPACES TO lad-despues
               MOVE "PROV" TO lad-operacion
               PERFORM 950-ESCRIBO-AUDITORIA
               DISPLAY "Localidad dada de baja"
           ELSE
               DISPLAY "Baja cancelada"
           END-IF.

       800-LISTADO-UBICACIONES.
           PERFORM VARYING w-ubi-i FROM 1 BY 1
               UNTIL w-ubi-i > w-ubi-cant
               MOVE tab-ubi-prov(w-ubi-i) TO lu-provincia
               MOVE tab-ubi-loc(w-ubi-i) TO lu-localidad
               DISPLAY lin-ubicacion
           END-PERFORM.
           DISPLAY "LOCALIDADES: " w-ubi-cant.

      ******************************************************************
      * GRABACION DE LAS TABLAS Y AUDITORIA
      ******************************************************************
       920-GRABO-CATEGORIAS.
           OPEN OUTPUT CATEGORIAS.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE tab-cat-cod(w-cat-i) TO cat-codigo
               MOVE tab-cat-desc(w-cat-i) TO cat-descripcion
               MOVE tab-cat-cuota(w-cat-i) TO cat-cuota
               MOVE tab-cat-reglas(w-cat-i) TO cat-reglas
               WRITE cat-reg
           END-PERFORM.
           CLOSE CATEGORIAS.

       930-GRABO-HISTORIAL.
           OPEN OUTPUT CUOTASHIS.
           PERFORM VARYING w-hcu-i FROM 1 BY 1
               UNTIL w-hcu-i > w-hcu-cant
               MOVE tab-hcu-cat(w-hcu-i) TO hcu-categoria
               MOVE tab-hcu-periodo(w-hcu-i) TO hcu-periodo
               MOVE tab-hcu-cuota(w-hcu-i) TO hcu-cuota
               MOVE tab-hcu-fecha(w-hcu-i) TO hcu-fecha
               MOVE tab-hcu-operador(w-hcu-i) TO hcu-operador
               WRITE hcu-reg
           END-PERFORM.
           CLOSE CUOTASHIS.

       940-GRABO-UBICACIONES.
           OPEN OUTPUT TABPROV.
           PERFORM VARYING w-ubi-i FROM 1 BY 1
               UNTIL w-ubi-i > w-ubi-cant
               MOVE tab-ubi-prov(w-ubi-i) TO tpl-provincia
               MOVE tab-ubi-loc(w-ubi-i) TO tpl-localidad
               WRITE tpl-reg
           END-PERFORM.
           CLOSE TABPROV.

       950-ESCRIBO-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE w-operador TO lad-operador.
           MOVE ZERO TO lad-nro.
           WRITE lin-audit FROM lin-audit-det.
           CLOSE AUDITORIA.

       900-FIN.
           CLOSE OPERADORES.
       END PROGRAM YOUR-PROGRAM-NAME.
