      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de socios inscriptos por actividad. Recorre
      *          actividades.dat por codigo y por cada actividad
      *          lista las inscripciones de inscripciones.dat
      *          abiertas a la fecha (fin en cero o posterior a hoy)
      *          con el nombre del socio y la fecha de inicio, y
      *          cierra con la cantidad de inscriptos, el cupo y los
      *          lugares disponibles (las actividades con cupo en
      *          cero no tienen limite). Emite actividades.lst.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT LISTADO ASSIGN TO "..\actividades.lst"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  LISTADO.
       01  lin-imp pic x(80).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-ins pic 9 value zero.
       77  w-inscriptos pic 9(5) value zero.
       77  w-tot-inscriptos pic 9(5) value zero.
       77  w-actividades pic 9(5) value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03  w-fh-anio pic 9999.
           03  w-fh-mes pic 99.
           03  w-fh-dia pic 99.
       01  lin-titulo.
           03 filler pic x(40) value
               "SOCIOS INSCRIPTOS POR ACTIVIDAD".
           03 filler pic x(7) value "FECHA: ".
           03 l-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-anio pic 9999.
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-actividad.
           03 filler pic x(11) value "ACTIVIDAD: ".
           03 l-act-codigo pic x(4).
           03 filler pic x(3) value " - ".
           03 l-act-descripcion pic x(15).
           03 filler pic x(10) value " ARANCEL: ".
           03 l-act-arancel pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-act-estado pic x(12) value spaces.
       01  lin-cabecera.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(10) value "INICIO".
           03 filler pic x(10) value "FIN".
       01  lin-detalle.
           03 filler pic x(4) value spaces.
           03 l-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-desde pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-hasta pic x(8) value spaces.
       01  lin-cupo.
           03 filler pic x(4) value spaces.
           03 filler pic x(12) value "INSCRIPTOS: ".
           03 l-inscriptos pic zzzz9.
           03 filler pic x(8) value "  CUPO: ".
           03 l-cupo pic x(10) value spaces.
           03 filler pic x(15) value "  DISPONIBLES: ".
           03 l-disponibles pic x(10) value spaces.
       01  w-cupo-ed pic zzz9.
       01  w-disp-ed pic zzz9.
       77  w-disponibles pic 9(5) value zero.
       01  lin-total.
           03 filler pic x(14) value "ACTIVIDADES: ".
           03 l-actividades pic zzzz9.
           03 filler pic x(22) value "  TOTAL INSCRIPCIONES:".
           03 l-tot-inscriptos pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-ACTIVIDAD.
           PERFORM UNTIL w-flag = 1
               PERFORM 300-PROCESO-ACTIVIDAD
               PERFORM 200-LEE-ACTIVIDAD
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT ACTIVIDADES.
           OPEN INPUT INSCRIPCIONES.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fh-dia TO l-dia.
           MOVE w-fh-mes TO l-mes.
           MOVE w-fh-anio TO l-anio.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.
           MOVE LOW-VALUES TO act-codigo.
           START ACTIVIDADES KEY IS NOT LESS act-codigo
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.

       200-LEE-ACTIVIDAD.
           IF w-flag NOT = 1
               READ ACTIVIDADES NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       300-PROCESO-ACTIVIDAD.
           ADD 1 TO w-actividades.
           MOVE act-codigo TO l-act-codigo.
           MOVE act-descripcion TO l-act-descripcion.
           MOVE act-arancel TO l-act-arancel.
           IF act-activa
               MOVE SPACES TO l-act-estado
           ELSE
               MOVE "(DE BAJA)" TO l-act-estado
           END-IF.
           WRITE lin-imp FROM lin-actividad.
           WRITE lin-imp FROM lin-cabecera.
           MOVE ZERO TO w-inscriptos.
           MOVE ZERO TO w-flag-ins.
           MOVE act-codigo TO ins-actividad.
           START INSCRIPCIONES KEY IS = ins-actividad
               INVALID KEY
                   MOVE 1 TO w-flag-ins
           END-START.
           PERFORM 310-LEO-INSCRIPCION.
           PERFORM UNTIL w-flag-ins = 1
               IF ins-fecha-hasta = ZERO
                   OR ins-fecha-hasta NOT < w-fecha-hoy
                   PERFORM 320-IMPRIMO-INSCRIPTO
               END-IF
               PERFORM 310-LEO-INSCRIPCION
           END-PERFORM.
           PERFORM 330-IMPRIMO-CUPO.

       310-LEO-INSCRIPCION.
           IF w-flag-ins NOT = 1
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               END-READ
               IF w-flag-ins NOT = 1
                   AND ins-actividad NOT = act-codigo
                   MOVE 1 TO w-flag-ins
               END-IF
           END-IF.

       320-IMPRIMO-INSCRIPTO.
           ADD 1 TO w-inscriptos.
           ADD 1 TO w-tot-inscriptos.
           MOVE ins-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE "NO EXISTE" TO l-nombre
                   MOVE SPACES TO l-apell
               NOT INVALID KEY
                   MOVE soc-nom TO l-nombre
                   MOVE soc-apell TO l-apell
           END-READ.
           MOVE ins-socio TO l-socio.
           MOVE ins-fecha-desde TO l-desde.
           IF ins-fecha-hasta = ZERO
               MOVE "ABIERTA" TO l-hasta
           ELSE
               MOVE ins-fecha-hasta TO l-hasta
           END-IF.
           WRITE lin-imp FROM lin-detalle.

       330-IMPRIMO-CUPO.
           MOVE w-inscriptos TO l-inscriptos.
           IF act-cupo = ZERO
               MOVE "SIN LIMITE" TO l-cupo
               MOVE "SIN LIMITE" TO l-disponibles
           ELSE
               MOVE act-cupo TO w-cupo-ed
               MOVE w-cupo-ed TO l-cupo
               IF w-inscriptos < act-cupo
                   COMPUTE w-disponibles = act-cupo - w-inscriptos
               ELSE
                   MOVE ZERO TO w-disponibles
               END-IF
               MOVE w-disponibles TO w-disp-ed
               MOVE w-disp-ed TO l-disponibles
           END-IF.
           WRITE lin-imp FROM lin-cupo.
           WRITE lin-imp FROM lin-guarda.

       900-FIN.
           MOVE w-actividades TO l-actividades.
           MOVE w-tot-inscriptos TO l-tot-inscriptos.
           WRITE lin-imp FROM lin-total.
           CLOSE ACTIVIDADES.
           CLOSE INSCRIPCIONES.
           CLOSE SOCIOS.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
