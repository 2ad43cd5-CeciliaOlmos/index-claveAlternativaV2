      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacion nocturna de integridad referencial entre
      *          archivos. Lista en integridad.lst, por tipo, cada
      *          vinculo roto:
      *            1 - movimientos.dat de socios que no existen en
      *                socios.dat (uno por socio, con la cantidad de
      *                movimientos y el rango de fechas);
      *            2 - adherentes vigentes cuyo soc-familia apunta a
      *                un titular inexistente o dado de baja;
      *            3 - socios con una soc-categoria que no esta en
      *                categorias.dat;
      *            4 - recibos de recibos.dat sin el credito "PAGO
      *                RECIBO nnnnnn" del socio en movimientos.dat, o
      *                con el credito por otro importe.
      *          Ademas libera los bloqueos de bloqueos.dat cuyo
      *          duenio no tiene actividad en accesos.dat (ni el
      *          bloqueo mismo es mas reciente) hace mas de N horas
      *          (parametros.dat, programa VERIFICAINTEGRIDAD,
      *          valor1 = N; 24 si no esta), dejando una entrada DESB
      *          en auditoria.dat con los datos del bloqueo liberado.
      *          Corre desatendida dentro de la secuencia de
      *          LanzaCierre; los vinculos rotos se informan pero no
      *          cortan la secuencia.
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
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "..\movimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is mov-clave.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BLOQUEOS ASSIGN TO "..\bloqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is blo-nro.
           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\integridad.lst"
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
       FD  MOVIMIENTOS.
       01  mov-reg.
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
       FD  CATEGORIAS.
       01  cat-reg.
           03 cat-codigo pic x.
           03 cat-descripcion pic x(12).
           03 cat-cuota pic 9(8)v99.
       FD  BLOQUEOS.
       01  blo-reg.
           03 blo-nro pic 9(6).
           03 blo-operador pic x(10).
           03 blo-programa pic x(12).
           03 blo-fecha pic 9(8).
           03 blo-hora pic 9(8).
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
       FD  AUDITORIA.
       01  lin-audit pic x(206).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  LISTADO.
       01  lin-imp pic x(80).
       WORKING-STORAGE SECTION.
       77  w-flag-mov pic 9 value zero.
       77  w-flag-soc pic 9 value zero.
       77  w-flag-rec pic 9 value zero.
       77  w-flag-cat pic 9 value zero.
       77  w-flag-blo pic 9 value zero.
       77  w-flag-acc pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-horas-max pic 9(4) value 24.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03 w-fh-anio pic 9999.
           03 w-fh-mes pic 99.
           03 w-fh-dia pic 99.
       01  w-hora-hoy pic 9(8) value zero.
       01  w-hora-hoy-r redefines w-hora-hoy.
           03 w-hh-hoy pic 99.
           03 filler pic 9(6).
      *    Movimientos de un mismo socio (corte de control).
       77  w-mov-socio pic 9(6) value zero.
       77  w-mov-cant pic 9(6) value zero.
       01  w-mov-desde pic 9(8) value zero.
       01  w-mov-hasta pic 9(8) value zero.
      *    Posicion del recorrido de socios mientras se lee el titular.
       77  w-soc-actual pic 9(6) value zero.
       01  w-adh-nom pic x(10) value spaces.
       01  w-adh-apell pic x(10) value spaces.
       77  w-adh-familia pic 9(6) value zero.
       01  w-motivo pic x(20) value spaces.
       01  w-concepto pic x(20) value spaces.
       77  w-credito pic x value "N".
           88  credito-encontrado value "S".
       77  w-credito-otro pic x value "N".
           88  credito-otro-importe value "S".
       01  tab-categorias.
           03 tab-cat-cod pic x occurs 10 times.
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-ok pic x value "N".
           88  categoria-ok value "S".
      *    Ultima actividad de cada operador en accesos.dat.
       01  tab-operadores.
           03 tab-ope-ent occurs 200 times.
               05 tab-ope-codigo pic x(10).
               05 tab-ope-ult.
                   07 tab-ope-fecha pic 9(8).
                   07 tab-ope-hora pic 9(8).
       77  w-ope-cant pic 999 value zero.
       77  w-ope-i pic 999 value zero.
       77  w-ope-pos pic 999 value zero.
       01  w-ope-buscado pic x(10) value spaces.
       01  w-ult-actividad.
           03 w-ult-fecha pic 9(8).
           03 w-ult-hora pic 9(8).
       01  w-ult-fecha-r redefines w-ult-actividad.
           03 w-ua-anio pic 9999.
           03 w-ua-mes pic 99.
           03 w-ua-dia pic 99.
           03 w-ua-hh pic 99.
           03 filler pic 9(6).
       01  w-acc-actividad.
           03 w-acc-fecha pic 9(8).
           03 w-acc-hora pic 9(8).
       77  w-horas pic s9(7) value zero.
       01  reg-bloqueo-aud.
           03 bla-operador pic x(10).
           03 bla-programa pic x(12).
           03 bla-fecha pic 9(8).
           03 bla-hora pic 9(8).
           03 filler pic x(44) value spaces.
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
       77  w-cant-mov pic 9(5) value zero.
       77  w-cant-grupo pic 9(5) value zero.
       77  w-cant-rec pic 9(5) value zero.
       77  w-cant-cat pic 9(5) value zero.
       77  w-cant-blo pic 9(5) value zero.
       77  w-cant-blo-vig pic 9(5) value zero.
       01  lin-titulo.
           03 filler pic x(40) value
               "VERIFICACION DE INTEGRIDAD REFERENCIAL".
           03 filler pic x(7) value "FECHA: ".
           03 l-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-anio pic 9999.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-blanco.
           03 filler pic x(80) value spaces.
       01  lin-seccion.
           03 l-seccion pic x(80) value spaces.
       01  lin-cab-mov.
           03 filler pic x(10) value "SOCIO".
           03 filler pic x(14) value "MOVIMIENTOS".
           03 filler pic x(10) value "DESDE".
           03 filler pic x(10) value "HASTA".
       01  lin-mov.
           03 l-mov-socio pic 9(6).
           03 filler pic x(4) value spaces.
           03 l-mov-cant pic zzzzz9.
           03 filler pic x(8) value spaces.
           03 l-mov-desde pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-mov-hasta pic 9(8).
       01  lin-cab-grupo.
           03 filler pic x(10) value "ADHERENTE".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(10) value "TITULAR".
           03 filler pic x(20) value "MOTIVO".
       01  lin-grupo.
           03 l-gru-socio pic 9(6).
           03 filler pic x(4) value spaces.
           03 l-gru-nombre pic x(10).
           03 filler pic x(1) value space.
           03 l-gru-apell pic x(10).
           03 filler pic x(1) value space.
           03 l-gru-titular pic 9(6).
           03 filler pic x(4) value spaces.
           03 l-gru-motivo pic x(20).
       01  lin-cab-rec.
           03 filler pic x(9) value "RECIBO".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(17) value "IMPORTE".
           03 filler pic x(20) value "MOTIVO".
       01  lin-rec.
           03 l-rec-nro pic 9(6).
           03 filler pic x(3) value spaces.
           03 l-rec-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-rec-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-rec-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-rec-motivo pic x(20).
       01  lin-cab-cat.
           03 filler pic x(10) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(10) value "ESTADO".
           03 filler pic x(10) value "CATEGORIA".
       01  lin-cat.
           03 l-cat-socio pic 9(6).
           03 filler pic x(4) value spaces.
           03 l-cat-nombre pic x(10).
           03 filler pic x(1) value space.
           03 l-cat-apell pic x(10).
           03 filler pic x(1) value space.
           03 l-cat-estado pic x.
           03 filler pic x(9) value spaces.
           03 l-cat-codigo pic x(10).
       01  lin-cab-blo.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(11) value "OPERADOR".
           03 filler pic x(13) value "PROGRAMA".
           03 filler pic x(18) value "BLOQUEADO EL".
           03 filler pic x(18) value "ULTIMA ACTIVIDAD".
           03 filler pic x(6) value "HORAS".
       01  lin-blo.
           03 l-blo-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-blo-operador pic x(10).
           03 filler pic x(1) value space.
           03 l-blo-programa pic x(12).
           03 filler pic x(1) value space.
           03 l-blo-fecha pic 9(8).
           03 filler pic x(1) value space.
           03 l-blo-hora pic 9(8).
           03 filler pic x(1) value space.
           03 l-blo-ult-fecha pic 9(8).
           03 filler pic x(1) value space.
           03 l-blo-ult-hora pic 9(8).
           03 filler pic x(1) value space.
           03 l-blo-horas pic zzzzz9.
       01  lin-resumen.
           03 l-res-texto pic x(50) value spaces.
           03 l-res-cant pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-VERIFICO-MOVIMIENTOS.
           PERFORM 300-VERIFICO-SOCIOS.
           PERFORM 500-VERIFICO-RECIBOS.
           PERFORM 600-LIBERO-BLOQUEOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN INPUT MOVIMIENTOS.
           OPEN I-O BLOQUEOS.
           OPEN EXTEND AUDITORIA.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-hoy FROM TIME.
           PERFORM 130-BUSCO-PARAMETROS.
           PERFORM 140-CARGO-CATEGORIAS.
           MOVE w-fh-dia TO l-dia.
           MOVE w-fh-mes TO l-mes.
           MOVE w-fh-anio TO l-anio.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.

       130-BUSCO-PARAMETROS.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "VERIFICAINTEGRIDAD"
                   IF par-valor1(1:4) IS NUMERIC
                       MOVE par-valor1(1:4) TO w-horas-max
                   END-IF
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
               END-IF
               PERFORM 145-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.

       145-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

      ******************************************************************
      * 1 - MOVIMIENTOS DE SOCIOS INEXISTENTES
      ******************************************************************
      *    movimientos.dat esta ordenado por socio: se corta por socio
      *    y se busca cada numero una sola vez.
       200-VERIFICO-MOVIMIENTOS.
           MOVE "1 - MOVIMIENTOS DE SOCIOS INEXISTENTES" TO l-seccion.
           WRITE lin-imp FROM lin-seccion.
           WRITE lin-imp FROM lin-cab-mov.
           MOVE ZERO TO w-flag-mov.
           MOVE LOW-VALUES TO mov-clave.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag-mov
           END-START.
           PERFORM 210-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag-mov = 1
               MOVE mov-nro TO w-mov-socio
               MOVE ZERO TO w-mov-cant
               MOVE mov-fecha TO w-mov-desde
               PERFORM UNTIL w-flag-mov = 1
                   OR mov-nro NOT = w-mov-socio
                   ADD 1 TO w-mov-cant
                   MOVE mov-fecha TO w-mov-hasta
                   PERFORM 210-LEO-MOVIMIENTO
               END-PERFORM
               PERFORM 220-BUSCO-SOCIO-MOV
           END-PERFORM.
           WRITE lin-imp FROM lin-blanco.

       210-LEO-MOVIMIENTO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
           END-IF.

       220-BUSCO-SOCIO-MOV.
           MOVE w-mov-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   ADD 1 TO w-cant-mov
                   MOVE w-mov-socio TO l-mov-socio
                   MOVE w-mov-cant TO l-mov-cant
                   MOVE w-mov-desde TO l-mov-desde
                   MOVE w-mov-hasta TO l-mov-hasta
                   WRITE lin-imp FROM lin-mov
           END-READ.

      ******************************************************************
      * 2 Y 3 - GRUPOS FAMILIARES Y CATEGORIAS
      ******************************************************************
       300-VERIFICO-SOCIOS.
           MOVE "2 - ADHERENTES CON TITULAR INEXISTENTE O DE BAJA"
               TO l-seccion.
           WRITE lin-imp FROM lin-seccion.
           WRITE lin-imp FROM lin-cab-grupo.
           MOVE ZERO TO w-flag-soc.
           MOVE ZEROS TO soc-nro.
           PERFORM 310-POSICIONO-SOCIOS.
           PERFORM 320-LEO-SOCIO.
           PERFORM UNTIL w-flag-soc = 1
               IF soc-familia NOT = ZERO AND soc-estado NOT = "B"
                   PERFORM 330-VERIFICO-TITULAR
               END-IF
               PERFORM 320-LEO-SOCIO
           END-PERFORM.
           WRITE lin-imp FROM lin-blanco.
           MOVE "3 - SOCIOS CON CATEGORIA INEXISTENTE EN CATEGORIAS"
               TO l-seccion.
           WRITE lin-imp FROM lin-seccion.
           WRITE lin-imp FROM lin-cab-cat.
           MOVE ZERO TO w-flag-soc.
           MOVE ZEROS TO soc-nro.
           PERFORM 310-POSICIONO-SOCIOS.
           PERFORM 320-LEO-SOCIO.
           PERFORM UNTIL w-flag-soc = 1
               PERFORM 400-VERIFICO-CATEGORIA
               PERFORM 320-LEO-SOCIO
           END-PERFORM.
           WRITE lin-imp FROM lin-blanco.

       310-POSICIONO-SOCIOS.
           START SOCIOS KEY IS NOT LESS soc-nro
               INVALID KEY
                   MOVE 1 TO w-flag-soc
           END-START.

       320-LEO-SOCIO.
           IF w-flag-soc NOT = 1
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-soc
               END-READ
           END-IF.

      *    La lectura del titular pierde la posicion del recorrido:
      *    se vuelve a posicionar despues del adherente.
       330-VERIFICO-TITULAR.
           MOVE soc-nro TO w-soc-actual.
           MOVE soc-nom TO w-adh-nom.
           MOVE soc-apell TO w-adh-apell.
           MOVE soc-familia TO w-adh-familia.
           MOVE SPACES TO w-motivo.
           MOVE w-adh-familia TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE "TITULAR INEXISTENTE" TO w-motivo
               NOT INVALID KEY
                   IF soc-estado = "B"
                       MOVE "TITULAR DE BAJA" TO w-motivo
                   END-IF
           END-READ.
           IF w-motivo NOT = SPACES
               ADD 1 TO w-cant-grupo
               MOVE w-soc-actual TO l-gru-socio
               MOVE w-adh-nom TO l-gru-nombre
               MOVE w-adh-apell TO l-gru-apell
               MOVE w-adh-familia TO l-gru-titular
               MOVE w-motivo TO l-gru-motivo
               WRITE lin-imp FROM lin-grupo
           END-IF.
           MOVE w-soc-actual TO soc-nro.
           START SOCIOS KEY IS GREATER soc-nro
               INVALID KEY
                   MOVE 1 TO w-flag-soc
           END-START.

       400-VERIFICO-CATEGORIA.
           MOVE "N" TO w-cat-ok.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF soc-categoria = tab-cat-cod(w-cat-i)
                   MOVE "S" TO w-cat-ok
               END-IF
           END-PERFORM.
           IF NOT categoria-ok
               ADD 1 TO w-cant-cat
               MOVE soc-nro TO l-cat-socio
               MOVE soc-nom TO l-cat-nombre
               MOVE soc-apell TO l-cat-apell
               MOVE soc-estado TO l-cat-estado
               IF soc-categoria = SPACE
                   MOVE "EN BLANCO" TO l-cat-codigo
               ELSE
                   MOVE soc-categoria TO l-cat-codigo
               END-IF
               WRITE lin-imp FROM lin-cat
           END-IF.

      ******************************************************************
      * 4 - RECIBOS SIN CREDITO EN LA CUENTA DEL SOCIO
      ******************************************************************
      *    El credito se busca en toda la cuenta del socio y no solo en
      *    la fecha del recibo, que puede diferir si se emitio al
      *    cambiar el dia.
       500-VERIFICO-RECIBOS.
           MOVE "4 - RECIBOS SIN CREDITO EN MOVIMIENTOS" TO l-seccion.
           WRITE lin-imp FROM lin-seccion.
           WRITE lin-imp FROM lin-cab-rec.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT RECIBOS.
           PERFORM 510-LEO-RECIBO.
           PERFORM UNTIL w-flag-rec = 1
               PERFORM 520-BUSCO-CREDITO
               IF NOT credito-encontrado
                   ADD 1 TO w-cant-rec
                   MOVE rec-nro TO l-rec-nro
                   MOVE rec-fecha TO l-rec-fecha
                   MOVE rec-socio TO l-rec-socio
                   MOVE rec-importe TO l-rec-importe
                   IF credito-otro-importe
                       MOVE "CREDITO OTRO IMPORTE" TO l-rec-motivo
                   ELSE
                       MOVE "SIN CREDITO" TO l-rec-motivo
                   END-IF
                   WRITE lin-imp FROM lin-rec
               END-IF
               PERFORM 510-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.
           WRITE lin-imp FROM lin-blanco.

       510-LEO-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-rec.

       520-BUSCO-CREDITO.
           MOVE "N" TO w-credito.
           MOVE "N" TO w-credito-otro.
           MOVE SPACES TO w-concepto.
           STRING "PAGO RECIBO " rec-nro
               DELIMITED BY SIZE INTO w-concepto.
           MOVE ZERO TO w-flag-mov.
           MOVE rec-socio TO mov-nro.
           MOVE ZEROS TO mov-fecha.
           MOVE ZEROS TO mov-secuencia.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag-mov
           END-START.
           PERFORM 530-LEO-MOV-SOCIO.
           PERFORM UNTIL w-flag-mov = 1 OR credito-encontrado
               IF mov-tipo = "C" AND mov-concepto = w-concepto
                   IF mov-importe = rec-importe
                       MOVE "S" TO w-credito
                   ELSE
                       MOVE "S" TO w-credito-otro
                   END-IF
               END-IF
               PERFORM 530-LEO-MOV-SOCIO
           END-PERFORM.

       530-LEO-MOV-SOCIO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
               IF w-flag-mov NOT = 1 AND mov-nro NOT = rec-socio
                   MOVE 1 TO w-flag-mov
               END-IF
           END-IF.

      ******************************************************************
      * LIBERACION DE BLOQUEOS HUERFANOS
      ******************************************************************
       600-LIBERO-BLOQUEOS.
           PERFORM 610-CARGO-ACTIVIDAD.
           MOVE "BLOQUEOS LIBERADOS POR INACTIVIDAD DEL DUENIO"
               TO l-seccion.
           WRITE lin-imp FROM lin-seccion.
           WRITE lin-imp FROM lin-cab-blo.
           MOVE ZERO TO w-flag-blo.
           MOVE ZEROS TO blo-nro.
           START BLOQUEOS KEY IS NOT LESS blo-nro
               INVALID KEY
                   MOVE 1 TO w-flag-blo
           END-START.
           PERFORM 640-LEO-BLOQUEO.
           PERFORM UNTIL w-flag-blo = 1
               PERFORM 650-VERIFICO-BLOQUEO
               PERFORM 640-LEO-BLOQUEO
           END-PERFORM.
           WRITE lin-imp FROM lin-blanco.

       610-CARGO-ACTIVIDAD.
           MOVE ZERO TO w-ope-cant.
           MOVE ZERO TO w-flag-acc.
           OPEN INPUT ACCESOS.
           PERFORM 620-LEO-ACCESO.
           PERFORM UNTIL w-flag-acc = 1
               PERFORM 630-ACUMULO-ACCESO
               PERFORM 620-LEO-ACCESO
           END-PERFORM.
           CLOSE ACCESOS.

       620-LEO-ACCESO.
           READ ACCESOS AT END MOVE 1 TO w-flag-acc.

       630-ACUMULO-ACCESO.
           MOVE acc-fecha TO w-acc-fecha.
           MOVE acc-hora TO w-acc-hora.
           MOVE acc-operador TO w-ope-buscado.
           PERFORM 660-BUSCO-OPERADOR-ACC.
           IF w-ope-pos = ZERO AND w-ope-cant < 200
               ADD 1 TO w-ope-cant
               MOVE w-ope-cant TO w-ope-pos
               MOVE acc-operador TO tab-ope-codigo(w-ope-pos)
               MOVE ZEROS TO tab-ope-ult(w-ope-pos)
           END-IF.
           IF w-ope-pos NOT = ZERO
               IF w-acc-actividad > tab-ope-ult(w-ope-pos)
                   MOVE w-acc-actividad TO tab-ope-ult(w-ope-pos)
               END-IF
           END-IF.

       640-LEO-BLOQUEO.
           IF w-flag-blo NOT = 1
               READ BLOQUEOS NEXT AT END MOVE 1 TO w-flag-blo
               END-READ
           END-IF.

      *    La actividad mas reciente es la del bloqueo o el ultimo
      *    acceso del operador, la que sea posterior. Las horas se
      *    calculan con meses de 30 dias, como la antiguedad de claves.
       650-VERIFICO-BLOQUEO.
           MOVE blo-fecha TO w-ult-fecha.
           MOVE blo-hora TO w-ult-hora.
           MOVE blo-operador TO w-ope-buscado.
           PERFORM 660-BUSCO-OPERADOR-ACC.
           IF w-ope-pos NOT = ZERO
               IF tab-ope-ult(w-ope-pos) > w-ult-actividad
                   MOVE tab-ope-ult(w-ope-pos) TO w-ult-actividad
               END-IF
           END-IF.
           COMPUTE w-horas =
               ((w-fh-anio - w-ua-anio) * 365
               + (w-fh-mes - w-ua-mes) * 30
               + w-fh-dia - w-ua-dia) * 24
               + w-hh-hoy - w-ua-hh.
           IF w-horas > w-horas-max
               PERFORM 670-LIBERO-BLOQUEO
           ELSE
               ADD 1 TO w-cant-blo-vig
           END-IF.

       660-BUSCO-OPERADOR-ACC.
           MOVE ZERO TO w-ope-pos.
           PERFORM VARYING w-ope-i FROM 1 BY 1
               UNTIL w-ope-i > w-ope-cant OR w-ope-pos NOT = ZERO
               IF tab-ope-codigo(w-ope-i) = w-ope-buscado
                   MOVE w-ope-i TO w-ope-pos
               END-IF
           END-PERFORM.

       670-LIBERO-BLOQUEO.
           MOVE blo-operador TO bla-operador.
           MOVE blo-programa TO bla-programa.
           MOVE blo-fecha TO bla-fecha.
           MOVE blo-hora TO bla-hora.
           MOVE blo-nro TO l-blo-socio.
           MOVE blo-operador TO l-blo-operador.
           MOVE blo-programa TO l-blo-programa.
           MOVE blo-fecha TO l-blo-fecha.
           MOVE blo-hora TO l-blo-hora.
           MOVE w-ult-fecha TO l-blo-ult-fecha.
           MOVE w-ult-hora TO l-blo-ult-hora.
           MOVE w-horas TO l-blo-horas.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO w-cant-blo
                   WRITE lin-imp FROM lin-blo
                   PERFORM 680-ESCRIBO-AUDITORIA
           END-DELETE.

       680-ESCRIBO-AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE "VERIFICAIN" TO lad-operador.
           MOVE "DESB" TO lad-operacion.
           MOVE blo-nro TO lad-nro.
           MOVE reg-bloqueo-aud TO lad-antes.
           MOVE SPACES TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

      ******************************************************************
      * RESUMEN
      ******************************************************************
       900-FIN.
           WRITE lin-imp FROM lin-guarda.
           MOVE "1 - SOCIOS INEXISTENTES CON MOVIMIENTOS:"
               TO l-res-texto.
           MOVE w-cant-mov TO l-res-cant.
           WRITE lin-imp FROM lin-resumen.
           MOVE "2 - ADHERENTES SIN TITULAR VIGENTE:" TO l-res-texto.
           MOVE w-cant-grupo TO l-res-cant.
           WRITE lin-imp FROM lin-resumen.
           MOVE "3 - SOCIOS CON CATEGORIA INEXISTENTE:" TO l-res-texto.
           MOVE w-cant-cat TO l-res-cant.
           WRITE lin-imp FROM lin-resumen.
           MOVE "4 - RECIBOS SIN CREDITO:" TO l-res-texto.
           MOVE w-cant-rec TO l-res-cant.
           WRITE lin-imp FROM lin-resumen.
           MOVE "BLOQUEOS LIBERADOS:" TO l-res-texto.
           MOVE w-cant-blo TO l-res-cant.
           WRITE lin-imp FROM lin-resumen.
           MOVE "BLOQUEOS VIGENTES:" TO l-res-texto.
           MOVE w-cant-blo-vig TO l-res-cant.
           WRITE lin-imp FROM lin-resumen.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           CLOSE BLOQUEOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.
           MOVE ZERO TO RETURN-CODE.
       END PROGRAM YOUR-PROGRAM-NAME.
