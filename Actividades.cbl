      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las actividades y disciplinas del
      *          club (actividades.dat: codigo, descripcion, arancel
      *          mensual, cupo y estado) y de la inscripcion de los
      *          socios a cada una (inscripciones.dat, numeradas, con
      *          fecha de inicio y de fin; fin en cero mientras la
      *          inscripcion sigue abierta). La inscripcion controla
      *          que el socio no este dado de baja ni ya inscripto en
      *          la actividad y que quede lugar dentro del cupo (cupo
      *          en cero = sin limite). El arancel lo debita la
      *          facturacion de aranceles de cada periodo.
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
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 9.
       77  w-flag pic 9 value zero.
       77  w-flag-ins pic 9 value zero.
       77  w-existe pic x value "N".
           88  existe-socio value "S".
       77  w-existe-act pic x value "N".
           88  existe-actividad value "S".
       77  w-inscripto pic x value "N".
           88  ya-inscripto value "S".
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       77  w-ultima-inscripcion pic 9(6) value zero.
       77  w-ocupados pic 9(5) value zero.
       77  w-ins-abierta pic 9(6) value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha pic 9(8) value zero.
       01  w-codigo pic x(4) value spaces.
       01  w-descripcion pic x(15) value spaces.
       77  w-arancel pic 9(8)v99 value zero.
       77  w-cupo pic 9(4) value zero.
       77  w-estado pic x value space.
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
           OPEN I-O ACTIVIDADES.
           OPEN I-O INSCRIPCIONES.
           OPEN INPUT SOCIOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 150-BUSCO-ULTIMA-INSCRIPCION.

       150-BUSCO-ULTIMA-INSCRIPCION.
           MOVE ZERO TO w-ultima-inscripcion.
           MOVE ZERO TO w-flag.
           MOVE ZEROS TO ins-nro.
           START INSCRIPCIONES KEY IS NOT LESS ins-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 155-LEO-INSCRIPCION.
           PERFORM UNTIL w-flag = 1
               IF ins-nro > w-ultima-inscripcion
                   MOVE ins-nro TO w-ultima-inscripcion
               END-IF
               PERFORM 155-LEO-INSCRIPCION
           END-PERFORM.

       155-LEO-INSCRIPCION.
           IF w-flag NOT = 1
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       200-MENU.
           display "1 - Alta de actividad".
           display "2 - Modificacion de actividad".
           display "3 - Inscripcion de socio a una actividad".
           display "4 - Baja de inscripcion".
           display "5 - Consulta de inscripciones del socio".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-ALTA-ACTIVIDAD
               WHEN 2 PERFORM 450-MODIFICA-ACTIVIDAD
               WHEN 3 PERFORM 500-INSCRIPCION
               WHEN 4 PERFORM 600-BAJA-INSCRIPCION
               WHEN 5 PERFORM 700-CONSULTA
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

       310-PIDO-SOCIO.
           MOVE "N" TO w-existe.
           display "ingrese nro de socio"
           accept soc-nro.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "el socio " soc-nro " no existe"
               NOT INVALID KEY
                   MOVE "S" TO w-existe
                   DISPLAY "SOCIO: " soc-nro " - " soc-nom " "
                       soc-apell " ESTADO: " soc-estado
           END-READ.

       320-PIDO-ACTIVIDAD.
           MOVE "N" TO w-existe-act.
           display "ingrese el codigo de actividad"
           accept act-codigo.
           READ ACTIVIDADES
               INVALID KEY
                   DISPLAY "la actividad " act-codigo " no existe"
               NOT INVALID KEY
                   MOVE "S" TO w-existe-act
                   PERFORM 330-MUESTRO-ACTIVIDAD
           END-READ.

       330-MUESTRO-ACTIVIDAD.
           DISPLAY "ACTIVIDAD: " act-codigo " - " act-descripcion
               " ARANCEL: " act-arancel " CUPO: " act-cupo
               " ESTADO: " act-estado.

      *    Cuenta las inscripciones abiertas a la fecha de hoy de la
      *    actividad en act-codigo.
       340-CUENTO-OCUPADOS.
           MOVE ZERO TO w-ocupados.
           MOVE ZERO TO w-flag-ins.
           MOVE act-codigo TO ins-actividad.
           START INSCRIPCIONES KEY IS = ins-actividad
               INVALID KEY
                   MOVE 1 TO w-flag-ins
           END-START.
           PERFORM 345-LEO-INS-ACTIVIDAD.
           PERFORM UNTIL w-flag-ins = 1
               IF ins-fecha-hasta = ZERO
                   OR ins-fecha-hasta NOT < w-fecha-hoy
                   ADD 1 TO w-ocupados
               END-IF
               PERFORM 345-LEO-INS-ACTIVIDAD
           END-PERFORM.

       345-LEO-INS-ACTIVIDAD.
           IF w-flag-ins NOT = 1
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               END-READ
               IF w-flag-ins NOT = 1
                   AND ins-actividad NOT = act-codigo
                   MOVE 1 TO w-flag-ins
               END-IF
           END-IF.

      *    Busca una inscripcion abierta del socio en la actividad;
      *    deja su numero en w-ins-abierta.
       350-BUSCO-INSCRIPCION.
           MOVE "N" TO w-inscripto.
           MOVE ZERO TO w-ins-abierta.
           MOVE ZERO TO w-flag-ins.
           MOVE soc-nro TO ins-socio.
           START INSCRIPCIONES KEY IS = ins-socio
               INVALID KEY
                   MOVE 1 TO w-flag-ins
           END-START.
           PERFORM 355-LEO-INS-SOCIO.
           PERFORM UNTIL w-flag-ins = 1
               IF ins-actividad = act-codigo
                   AND (ins-fecha-hasta = ZERO
                   OR ins-fecha-hasta NOT < w-fecha-hoy)
                   MOVE "S" TO w-inscripto
                   MOVE ins-nro TO w-ins-abierta
               END-IF
               PERFORM 355-LEO-INS-SOCIO
           END-PERFORM.

       355-LEO-INS-SOCIO.
           IF w-flag-ins NOT = 1
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               END-READ
               IF w-flag-ins NOT = 1 AND ins-socio NOT = soc-nro
                   MOVE 1 TO w-flag-ins
               END-IF
           END-IF.

      ******************************************************************
      * ACTIVIDADES
      ******************************************************************
       400-ALTA-ACTIVIDAD.
           display "ingrese el codigo de la nueva actividad".
           accept w-codigo.
           MOVE w-codigo TO act-codigo.
           READ ACTIVIDADES
               INVALID KEY
                   PERFORM 410-PIDO-DATOS-ACTIVIDAD
                   MOVE w-codigo TO act-codigo
                   MOVE w-descripcion TO act-descripcion
                   MOVE w-arancel TO act-arancel
                   MOVE w-cupo TO act-cupo
                   MOVE "A" TO act-estado
                   WRITE act-reg
                       INVALID KEY
                           DISPLAY "no pude grabar la actividad"
                       NOT INVALID KEY
                           DISPLAY "Actividad " act-codigo
                               " grabada"
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "la actividad " act-codigo " ya existe"
           END-READ.

       410-PIDO-DATOS-ACTIVIDAD.
           display "ingrese la descripcion".
           accept w-descripcion.
           display "ingrese el arancel mensual".
           accept w-arancel.
           display "ingrese el cupo (0 = sin limite)".
           accept w-cupo.

       450-MODIFICA-ACTIVIDAD.
           PERFORM 320-PIDO-ACTIVIDAD.
           IF existe-actividad
               MOVE act-codigo TO w-codigo
               PERFORM 410-PIDO-DATOS-ACTIVIDAD
               display "ingrese el estado (A activa / B baja)"
               accept w-estado
               IF w-estado NOT = "A" AND w-estado NOT = "B"
                   DISPLAY "estado invalido, se conserva el actual"
                   MOVE act-estado TO w-estado
               END-IF
               IF w-cupo NOT = ZERO
                   PERFORM 340-CUENTO-OCUPADOS
                   IF w-ocupados > w-cupo
                       DISPLAY "atencion: hay " w-ocupados
                           " inscriptos, mas que el cupo nuevo"
                   END-IF
               END-IF
               MOVE w-codigo TO act-codigo
               READ ACTIVIDADES
                   INVALID KEY
                       DISPLAY "la actividad " act-codigo
                           " no existe"
                   NOT INVALID KEY
                       MOVE w-descripcion TO act-descripcion
                       MOVE w-arancel TO act-arancel
                       MOVE w-cupo TO act-cupo
                       MOVE w-estado TO act-estado
                       REWRITE act-reg
                           INVALID KEY
                               DISPLAY "no pude actualizar la "
                                   "actividad"
                           NOT INVALID KEY
                               DISPLAY "Actividad " act-codigo
                                   " actualizada"
                       END-REWRITE
               END-READ
           END-IF.

      ******************************************************************
      * INSCRIPCIONES
      ******************************************************************
       500-INSCRIPCION.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               PERFORM 320-PIDO-ACTIVIDAD
               IF existe-actividad
                   PERFORM 510-VALIDO-INSCRIPCION
               END-IF
           END-IF.

       510-VALIDO-INSCRIPCION.
           PERFORM 350-BUSCO-INSCRIPCION.
           PERFORM 340-CUENTO-OCUPADOS.
           EVALUATE TRUE
               WHEN soc-estado = "B"
                   DISPLAY "el socio esta dado de baja"
               WHEN NOT act-activa
                   DISPLAY "la actividad esta dada de baja"
               WHEN ya-inscripto
                   DISPLAY "el socio ya esta inscripto en la "
                       "actividad (inscripcion " w-ins-abierta ")"
               WHEN act-cupo NOT = ZERO AND w-ocupados NOT < act-cupo
                   DISPLAY "la actividad no tiene lugares "
                       "disponibles (cupo " act-cupo ")"
               WHEN OTHER
                   PERFORM 520-GRABO-INSCRIPCION
           END-EVALUATE.

       520-GRABO-INSCRIPCION.
           DISPLAY "ingrese la fecha de inicio (AAAAMMDD, cero para "
               "la del dia)".
           ACCEPT w-fecha.
           IF w-fecha = ZERO
               MOVE w-fecha-hoy TO w-fecha
           END-IF.
           DISPLAY "inscribe al socio " soc-nro " en " act-codigo
               " desde " w-fecha "? (S/N)".
           ACCEPT w-conf.
           IF confirma
               ADD 1 TO w-ultima-inscripcion
               MOVE w-ultima-inscripcion TO ins-nro
               MOVE soc-nro TO ins-socio
               MOVE act-codigo TO ins-actividad
               MOVE w-fecha TO ins-fecha-desde
               MOVE ZERO TO ins-fecha-hasta
               MOVE ZERO TO ins-ult-periodo
               WRITE ins-reg
                   INVALID KEY
                       DISPLAY "no pude grabar la inscripcion"
                   NOT INVALID KEY
                       DISPLAY "Inscripcion " ins-nro " grabada"
               END-WRITE
           ELSE
               DISPLAY "Inscripcion cancelada"
           END-IF.

       600-BAJA-INSCRIPCION.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               PERFORM 320-PIDO-ACTIVIDAD
               IF existe-actividad
                   PERFORM 350-BUSCO-INSCRIPCION
                   IF ya-inscripto
                       PERFORM 610-CIERRO-INSCRIPCION
                   ELSE
                       DISPLAY "el socio no esta inscripto en la "
                           "actividad"
                   END-IF
               END-IF
           END-IF.

       610-CIERRO-INSCRIPCION.
           DISPLAY "ingrese la fecha de fin (AAAAMMDD, cero para "
               "la del dia)".
           ACCEPT w-fecha.
           IF w-fecha = ZERO
               MOVE w-fecha-hoy TO w-fecha
           END-IF.
           MOVE w-ins-abierta TO ins-nro.
           READ INSCRIPCIONES
               INVALID KEY
                   DISPLAY "no encuentro la inscripcion " ins-nro
               NOT INVALID KEY
                   IF w-fecha < ins-fecha-desde
                       DISPLAY "la fecha de fin es anterior al "
                           "inicio " ins-fecha-desde
                   ELSE
                       MOVE w-fecha TO ins-fecha-hasta
                       REWRITE ins-reg
                           INVALID KEY
                               DISPLAY "no pude actualizar la "
                                   "inscripcion"
                           NOT INVALID KEY
                               DISPLAY "Inscripcion " ins-nro
                                   " cerrada al " ins-fecha-hasta
                       END-REWRITE
                   END-IF
           END-READ.

      ******************************************************************
      * CONSULTA
      ******************************************************************
       700-CONSULTA.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               MOVE ZERO TO w-flag-ins
               MOVE soc-nro TO ins-socio
               START INSCRIPCIONES KEY IS = ins-socio
                   INVALID KEY
                       MOVE 1 TO w-flag-ins
                       DISPLAY "el socio no tiene inscripciones"
               END-START
               PERFORM 355-LEO-INS-SOCIO
               PERFORM UNTIL w-flag-ins = 1
                   DISPLAY "INSCRIPCION: " ins-nro " ACTIVIDAD: "
                       ins-actividad " DESDE " ins-fecha-desde
                       " HASTA " ins-fecha-hasta
                       " ULT. PERIODO FACTURADO " ins-ult-periodo
                   PERFORM 355-LEO-INS-SOCIO
               END-PERFORM
           END-IF.

       900-FIN.
           CLOSE ACTIVIDADES.
           CLOSE INSCRIPCIONES.
           CLOSE SOCIOS.
       END PROGRAM YOUR-PROGRAM-NAME.
