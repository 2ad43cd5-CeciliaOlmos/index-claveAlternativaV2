      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cambio automatico de categoria por edad y
      *          antiguedad, a correr antes de la facturacion de
      *          cuotas. Cada categoria de categorias.dat puede traer
      *          sus reglas a continuacion de la cuota: edad desde,
      *          edad hasta (cero = sin tope), anios de antiguedad
      *          desde y la marca S de asignacion automatica. Solo
      *          se recategorizan los socios activos o suspendidos
      *          que estan en una categoria automatica; de las
      *          categorias automaticas cuyas reglas cumple el socio
      *          a la fecha de referencia se toma la de mayor
      *          antiguedad exigida y, a igualdad, la de mayor edad
      *          exigida. Cada cambio se graba con bloqueo y queda en
      *          auditoria.dat como MODI. En modo simulacion solo
      *          lista los cambios sin aplicarlos. La fecha de
      *          referencia y el modo se ingresan al comenzar o se
      *          toman de parametros.dat (programa CAMBIOCATEGORIA,
      *          valor1 = fecha AAAAMMDD o ceros para la del dia,
      *          valor2 = S para simular). Emite cambioscat.lst con
      *          la categoria anterior, la nueva y la cuota nueva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BLOQUEOS ASSIGN TO "..\bloqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is blo-nro.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\cambioscat.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           03 cat-edad-desde pic 99.
           03 cat-edad-hasta pic 99.
           03 cat-antig-desde pic 99.
           03 cat-automatica pic x.
       FD  BLOQUEOS.
       01  blo-reg.
           03 blo-nro pic 9(6).
           03 blo-operador pic x(10).
           03 blo-programa pic x(12).
           03 blo-fecha pic 9(8).
           03 blo-hora pic 9(8).
       FD  AUDITORIA.
       01  lin-audit pic x(206).
       FD  LISTADO.
       01  lin-imp pic x(90).
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
       77  w-simulacion pic x value "N".
           88  modo-simulacion value "S" "s".
       77  w-bloqueo-ok pic x value "N".
       01  tab-categorias.
           03 tab-cat-ent occurs 10 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-edad-desde pic 99.
               05 tab-cat-edad-hasta pic 99.
               05 tab-cat-antig-desde pic 99.
               05 tab-cat-automatica pic x.
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-actual pic 99 value zero.
       77  w-cat-nueva pic 99 value zero.
       77  w-edad pic 999 value zero.
       77  w-antig pic 999 value zero.
       77  w-cambios pic 9(5) value zero.
       77  w-sin-fecha pic 9(5) value zero.
       77  w-no-cambiados pic 9(5) value zero.
       01  w-fecha-ref pic 9(8) value zero.
       01  w-fecha-ref-r redefines w-fecha-ref.
           03 w-fr-anio pic 9999.
           03 w-fr-mesdia pic 9999.
       01  w-fecha-cal pic 9(8) value zero.
       01  w-fecha-cal-r redefines w-fecha-cal.
           03 w-fc-anio pic 9999.
           03 w-fc-mesdia pic 9999.
       77  w-anios pic 999 value zero.
       01  reg-antes.
           03 ant-nom pic x(10).
           03 ant-apell pic x(10).
           03 ant-importe pic s9(8)v99.
           03 ant-tel pic 9(10).
           03 ant-provincia pic x(12).
           03 ant-localidad pic x(12).
           03 ant-calle pic x(12).
           03 ant-nro-calle pic 9(4).
           03 ant-estado pic x.
           03 ant-categoria pic x.
       01  reg-despues.
           03 des-nom pic x(10).
           03 des-apell pic x(10).
           03 des-importe pic s9(8)v99.
           03 des-tel pic 9(10).
           03 des-provincia pic x(12).
           03 des-localidad pic x(12).
           03 des-calle pic x(12).
           03 des-nro-calle pic 9(4).
           03 des-estado pic x.
           03 des-categoria pic x.
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
       01  lin-encabezado.
           03 filler pic x(40) value
               "CAMBIO DE CATEGORIA POR EDAD Y ANTIG. ".
           03 filler pic x(11) value "REFERENCIA ".
           03 l-fecha-ref pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-modo pic x(12) value spaces.
       01  lin-guarda.
           03 filler pic x(90) value all "-".
       01  lin-cab.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(6) value "EDAD".
           03 filler pic x(7) value "ANTIG.".
           03 filler pic x(15) value "ANTERIOR".
           03 filler pic x(15) value "NUEVA".
           03 filler pic x(15) value "CUOTA NUEVA".
       01  lin-detalle.
           03 l-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-edad pic zz9.
           03 filler pic x(3) value spaces.
           03 l-antig pic zz9.
           03 filler pic x(4) value spaces.
           03 l-cat-ant pic x.
           03 filler pic x(1) value spaces.
           03 l-desc-ant pic x(12) value spaces.
           03 filler pic x(1) value spaces.
           03 l-cat-nueva pic x.
           03 filler pic x(1) value spaces.
           03 l-desc-nueva pic x(12) value spaces.
           03 filler pic x(1) value spaces.
           03 l-cuota-nueva pic zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-resultado pic x(12) value spaces.
       01  lin-sin-fecha.
           03 filler pic x(6) value "SOCIO ".
           03 l-sf-nro pic 9(6).
           03 filler pic x(40) value
               "  SIN FECHA DE NACIMIENTO O DE ALTA".
       01  lin-cuenta-cam.
           03 filler pic x(30) value "CAMBIOS DE CATEGORIA: ".
           03 l-cambios pic zzzz9.
       01  lin-cuenta-nca.
           03 filler pic x(30) value "NO CAMBIADOS POR ERROR: ".
           03 l-no-cambiados pic zzzz9.
       01  lin-cuenta-sfe.
           03 filler pic x(30) value "SOCIOS SIN FECHAS: ".
           03 l-sin-fecha pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-SOCIOS.
           PERFORM UNTIL w-flag = 1
               IF soc-estado = "A" OR soc-estado = "S"
                   PERFORM 300-PROCESO-SOCIO
               END-IF
               PERFORM 200-LEE-SOCIOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:8) IS NUMERIC
                   MOVE w-par-v1(1:8) TO w-fecha-ref
               ELSE
                   MOVE ZERO TO w-fecha-ref
               END-IF
               MOVE w-par-v2(1:1) TO w-simulacion
           ELSE
               DISPLAY "Ingrese la fecha de referencia (AAAAMMDD, "
                   "cero para la del dia)"
               ACCEPT w-fecha-ref
               DISPLAY "Solo simular los cambios? (S/N)"
               ACCEPT w-simulacion
           END-IF.
           IF w-fecha-ref = ZERO
               ACCEPT w-fecha-ref FROM DATE YYYYMMDD
           END-IF.
           PERFORM 140-CARGO-CATEGORIAS.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN EXTEND AUDITORIA.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-ref TO l-fecha-ref.
           IF modo-simulacion
               MOVE "SIMULACION" TO l-modo
           ELSE
               MOVE "APLICADO" TO l-modo
           END-IF.
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
               IF par-programa = "CAMBIOCATEGORIA"
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
           MOVE ZERO TO w-cat-cant.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CATEGORIAS.
           PERFORM 145-LEO-CATEGORIA.
           PERFORM UNTIL w-flag-cat = 1
               IF w-cat-cant < 10
                   ADD 1 TO w-cat-cant
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-cuota(w-cat-cant)
                   MOVE cat-automatica
                       TO tab-cat-automatica(w-cat-cant)
                   PERFORM 146-CARGO-REGLAS
               END-IF
               PERFORM 145-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.

       145-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

      *    Una categoria sin reglas cargadas queda fuera del cambio
      *    automatico.
       146-CARGO-REGLAS.
           IF cat-edad-desde IS NUMERIC
               AND cat-edad-hasta IS NUMERIC
               AND cat-antig-desde IS NUMERIC
               MOVE cat-edad-desde TO tab-cat-edad-desde(w-cat-cant)
               MOVE cat-edad-hasta TO tab-cat-edad-hasta(w-cat-cant)
               MOVE cat-antig-desde
                   TO tab-cat-antig-desde(w-cat-cant)
           ELSE
               MOVE ZERO TO tab-cat-edad-desde(w-cat-cant)
               MOVE ZERO TO tab-cat-edad-hasta(w-cat-cant)
               MOVE ZERO TO tab-cat-antig-desde(w-cat-cant)
               MOVE "N" TO tab-cat-automatica(w-cat-cant)
           END-IF.

       200-LEE-SOCIOS.
           READ SOCIOS NEXT AT END MOVE 1 TO w-flag.

       300-PROCESO-SOCIO.
           MOVE ZERO TO w-cat-actual.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = soc-categoria
                   MOVE w-cat-i TO w-cat-actual
               END-IF
           END-PERFORM.
           IF w-cat-actual NOT = ZERO
               IF tab-cat-automatica(w-cat-actual) = "S"
                   PERFORM 310-EVALUO-SOCIO
               END-IF
           END-IF.

       310-EVALUO-SOCIO.
           IF soc-fecha-nac = ZERO OR soc-fecha-alta = ZERO
               ADD 1 TO w-sin-fecha
               MOVE soc-nro TO l-sf-nro
               WRITE lin-imp FROM lin-sin-fecha
           ELSE
               MOVE soc-fecha-nac TO w-fecha-cal
               PERFORM 320-CALCULO-ANIOS
               MOVE w-anios TO w-edad
               MOVE soc-fecha-alta TO w-fecha-cal
               PERFORM 320-CALCULO-ANIOS
               MOVE w-anios TO w-antig
               PERFORM 330-BUSCO-CATEGORIA
               IF w-cat-nueva NOT = ZERO
                   AND w-cat-nueva NOT = w-cat-actual
                   PERFORM 400-CAMBIO-CATEGORIA
               END-IF
           END-IF.

      *    Anios cumplidos entre w-fecha-cal y la fecha de referencia.
       320-CALCULO-ANIOS.
           IF w-fecha-cal > w-fecha-ref
               MOVE ZERO TO w-anios
           ELSE
               COMPUTE w-anios = w-fr-anio - w-fc-anio
               IF w-fr-mesdia < w-fc-mesdia
                   SUBTRACT 1 FROM w-anios
               END-IF
           END-IF.

       330-BUSCO-CATEGORIA.
           MOVE ZERO TO w-cat-nueva.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-automatica(w-cat-i) = "S"
                   AND w-edad NOT < tab-cat-edad-desde(w-cat-i)
                   AND (tab-cat-edad-hasta(w-cat-i) = ZERO
                   OR w-edad NOT > tab-cat-edad-hasta(w-cat-i))
                   AND w-antig NOT < tab-cat-antig-desde(w-cat-i)
                   PERFORM 335-COMPARO-CATEGORIA
               END-IF
           END-PERFORM.

       335-COMPARO-CATEGORIA.
           EVALUATE TRUE
               WHEN w-cat-nueva = ZERO
                   MOVE w-cat-i TO w-cat-nueva
               WHEN tab-cat-antig-desde(w-cat-i)
                   > tab-cat-antig-desde(w-cat-nueva)
                   MOVE w-cat-i TO w-cat-nueva
               WHEN tab-cat-antig-desde(w-cat-i)
                   = tab-cat-antig-desde(w-cat-nueva)
                   AND tab-cat-edad-desde(w-cat-i)
                   > tab-cat-edad-desde(w-cat-nueva)
                   MOVE w-cat-i TO w-cat-nueva
           END-EVALUATE.

      ******************************************************************
      * CAMBIO DE CATEGORIA
      ******************************************************************
       400-CAMBIO-CATEGORIA.
           IF modo-simulacion
               MOVE "A CAMBIAR" TO l-resultado
               ADD 1 TO w-cambios
               PERFORM 450-IMPRIMO-DETALLE
           ELSE
               PERFORM 410-TOMO-BLOQUEO
               IF w-bloqueo-ok = "S"
                   READ SOCIOS
                       INVALID KEY
                           MOVE "ERROR RELEER" TO l-resultado
                           ADD 1 TO w-no-cambiados
                       NOT INVALID KEY
                           PERFORM 420-CAMBIO-CON-BLOQUEO
                   END-READ
                   PERFORM 415-LIBERO-BLOQUEO
               ELSE
                   MOVE "SOCIO EN USO" TO l-resultado
                   ADD 1 TO w-no-cambiados
               END-IF
               PERFORM 450-IMPRIMO-DETALLE
           END-IF.

       410-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "CAMBIOCATE" TO blo-operador
                   MOVE "CAMBIOCATE" TO blo-programa
                   ACCEPT blo-fecha FROM DATE YYYYMMDD
                   ACCEPT blo-hora FROM TIME
                   WRITE blo-reg
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO w-bloqueo-ok
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       415-LIBERO-BLOQUEO.
           MOVE soc-nro TO blo-nro.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       420-CAMBIO-CON-BLOQUEO.
           PERFORM 460-CAPTURO-ANTES.
           MOVE tab-cat-cod(w-cat-nueva) TO soc-categoria.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   MOVE ant-categoria TO soc-categoria
                   MOVE "ERROR REESCR." TO l-resultado
                   ADD 1 TO w-no-cambiados
               NOT INVALID KEY
                   PERFORM 465-CAPTURO-DESPUES
                   PERFORM 470-ESCRIBO-AUDITORIA
                   MOVE "CAMBIADO" TO l-resultado
                   ADD 1 TO w-cambios
           END-REWRITE.

       450-IMPRIMO-DETALLE.
           MOVE soc-nro TO l-nro.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE w-edad TO l-edad.
           MOVE w-antig TO l-antig.
           MOVE tab-cat-cod(w-cat-actual) TO l-cat-ant.
           MOVE tab-cat-desc(w-cat-actual) TO l-desc-ant.
           MOVE tab-cat-cod(w-cat-nueva) TO l-cat-nueva.
           MOVE tab-cat-desc(w-cat-nueva) TO l-desc-nueva.
           MOVE tab-cat-cuota(w-cat-nueva) TO l-cuota-nueva.
           WRITE lin-imp FROM lin-detalle.

       460-CAPTURO-ANTES.
           MOVE soc-nom TO ant-nom.
           MOVE soc-apell TO ant-apell.
           MOVE soc-importe TO ant-importe.
           MOVE soc-tel TO ant-tel.
           MOVE soc-provincia TO ant-provincia.
           MOVE soc-localidad TO ant-localidad.
           MOVE soc-calle TO ant-calle.
           MOVE soc-nro-calle TO ant-nro-calle.
           MOVE soc-estado TO ant-estado.
           MOVE soc-categoria TO ant-categoria.

       465-CAPTURO-DESPUES.
           MOVE soc-nom TO des-nom.
           MOVE soc-apell TO des-apell.
           MOVE soc-importe TO des-importe.
           MOVE soc-tel TO des-tel.
           MOVE soc-provincia TO des-provincia.
           MOVE soc-localidad TO des-localidad.
           MOVE soc-calle TO des-calle.
           MOVE soc-nro-calle TO des-nro-calle.
           MOVE soc-estado TO des-estado.
           MOVE soc-categoria TO des-categoria.

       470-ESCRIBO-AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE "CAMBIOCATE" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

       900-FIN.
           MOVE w-cambios TO l-cambios.
           MOVE w-no-cambiados TO l-no-cambiados.
           MOVE w-sin-fecha TO l-sin-fecha.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-cam.
           WRITE lin-imp FROM lin-cuenta-nca.
           WRITE lin-imp FROM lin-cuenta-sfe.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
