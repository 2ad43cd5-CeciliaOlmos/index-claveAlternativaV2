      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facturacion batch de los aranceles de actividades
      *          del periodo, complementaria de la facturacion de
      *          cuotas. Recorre socios.dat y a cada socio activo le
      *          debita en movimientos.dat un "ARANCEL <actividad>
      *          AAAAMM" por cada inscripcion de inscripciones.dat
      *          abierta en el periodo (inicio hasta el periodo, fin
      *          en cero o desde el periodo), con el arancel vigente
      *          en actividades.dat, y actualiza el saldo con su
      *          constancia en auditoria.dat. Cada inscripcion guarda
      *          el ultimo periodo facturado, con lo que volver a
      *          correr el mismo periodo no debita dos veces el mismo
      *          arancel; la anulacion de la facturacion del periodo
      *          revierte tambien estos debitos. El periodo se
      *          ingresa al comenzar o se toma de parametros.dat
      *          (programa FACTURAARANCELES, valor1 = AAAAMM). Emite
      *          aranceles.lst y asienta las cifras de control.
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
           SELECT OPTIONAL BLOQUEOS ASSIGN TO "..\bloqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is blo-nro.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\aranceles.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
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
       01  reg-movim.
           03 mov-clave.
               05 mov-nro pic 9(6).
               05 mov-fecha pic 9(8).
               05 mov-secuencia pic 9(4).
           03 mov-tipo pic x.
           03 mov-concepto pic x(20).
           03 mov-importe pic 9(8)v99.
           03 mov-aplicado pic x.
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
       01  lin-imp pic x(80).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  CIFRAS.
       01  reg-cifra.
           03 cif-fecha pic 9(8).
           03 filler pic x(1).
           03 cif-programa pic x(12).
           03 filler pic x(1).
           03 cif-registros pic 9(7).
           03 filler pic x(1).
           03 cif-debitos pic 9(11)v99.
           03 filler pic x(1).
           03 cif-creditos pic 9(11)v99.
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-ins pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       01  w-periodo pic 9(6) value zero.
       01  w-periodo-r redefines w-periodo.
           03 w-per-anio pic 9999.
           03 w-per-mes pic 99.
       01  w-fecha-cal pic 9(8) value zero.
       01  w-fecha-cal-r redefines w-fecha-cal.
           03 w-fc-periodo pic 9(6).
           03 w-fc-dia pic 99.
       77  w-desde-ok pic x value "N".
       77  w-hasta-ok pic x value "N".
       77  w-bloqueo-ok pic x value "N".
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       01  tab-aranceles.
           03 tab-ara-ent occurs 20 times.
               05 tab-ara-ins pic 9(6).
               05 tab-ara-actividad pic x(4).
               05 tab-ara-importe pic 9(8)v99.
       77  w-ara-cant pic 99 value zero.
       77  w-ara-i pic 99 value zero.
       77  w-tot-socio pic 9(8)v99 value zero.
       77  w-socios pic 9(5) value zero.
       77  w-aranceles pic 9(5) value zero.
       77  w-no-facturados pic 9(5) value zero.
       77  w-tot-facturado pic 9(11)v99 value zero.
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
           03 filler pic x(35) value
               "FACTURACION DE ARANCELES - ".
           03 filler pic x(9) value "PERIODO: ".
           03 l-periodo pic 9(6).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-titulo.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(7) value "ACTIV.".
           03 filler pic x(15) value "ARANCEL".
           03 filler pic x(16) value "SALDO NUEVO".
           03 filler pic x(12) value "RESULTADO".
       01  lin-detalle.
           03 l-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-actividad pic x(4) value spaces.
           03 filler pic x(3) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-saldo pic zz.zzz.zz9,99-.
           03 filler pic x(2) value spaces.
           03 l-resultado pic x(12) value spaces.
       01  lin-cuenta-soc.
           03 filler pic x(30) value "SOCIOS FACTURADOS: ".
           03 l-socios pic zzzz9.
       01  lin-cuenta-ara.
           03 filler pic x(30) value "ARANCELES FACTURADOS: ".
           03 l-aranceles pic zzzz9.
       01  lin-cuenta-nof.
           03 filler pic x(30) value "SOCIOS NO FACTURADOS: ".
           03 l-no-facturados pic zzzz9.
       01  lin-total.
           03 filler pic x(30) value "TOTAL FACTURADO: ".
           03 l-tot-facturado pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-SOCIOS.
           PERFORM UNTIL w-flag = 1
               IF soc-estado = "A"
                   PERFORM 300-PROCESO-SOCIO
               END-IF
               PERFORM 200-LEE-SOCIOS
           END-PERFORM.
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
               DISPLAY "Ingrese el periodo a facturar (AAAAMM)"
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
           OPEN I-O SOCIOS.
           OPEN I-O MOVIMIENTOS.
           OPEN INPUT ACTIVIDADES.
           OPEN I-O INSCRIPCIONES.
           OPEN I-O BLOQUEOS.
           OPEN EXTEND AUDITORIA.
           MOVE w-periodo TO l-periodo.
           WRITE lin-imp FROM lin-encabezado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "FACTURAARANCELES"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       200-LEE-SOCIOS.
           READ SOCIOS NEXT AT END MOVE 1 TO w-flag.

       300-PROCESO-SOCIO.
           PERFORM 310-JUNTO-ARANCELES.
           IF w-ara-cant > ZERO
               PERFORM 340-TOMO-BLOQUEO
               IF w-bloqueo-ok = "S"
                   READ SOCIOS
                       INVALID KEY
                           MOVE "ERROR RELEER" TO l-resultado
                           ADD 1 TO w-no-facturados
                           PERFORM 450-IMPRIMO-SOCIO
                       NOT INVALID KEY
                           PERFORM 400-FACTURO-CON-BLOQUEO
                   END-READ
                   PERFORM 345-LIBERO-BLOQUEO
               ELSE
                   MOVE "SOCIO EN USO" TO l-resultado
                   ADD 1 TO w-no-facturados
                   PERFORM 450-IMPRIMO-SOCIO
               END-IF
           END-IF.

      *    Junta las inscripciones del socio abiertas en el periodo y
      *    todavia no facturadas, con el arancel de su actividad.
       310-JUNTO-ARANCELES.
           MOVE ZERO TO w-ara-cant.
           MOVE ZERO TO w-tot-socio.
           MOVE ZERO TO w-flag-ins.
           MOVE soc-nro TO ins-socio.
           START INSCRIPCIONES KEY IS = ins-socio
               INVALID KEY
                   MOVE 1 TO w-flag-ins
           END-START.
           PERFORM 315-LEO-INSCRIPCION.
           PERFORM UNTIL w-flag-ins = 1
               PERFORM 320-EVALUO-INSCRIPCION
               PERFORM 315-LEO-INSCRIPCION
           END-PERFORM.

       315-LEO-INSCRIPCION.
           IF w-flag-ins NOT = 1
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               END-READ
               IF w-flag-ins NOT = 1 AND ins-socio NOT = soc-nro
                   MOVE 1 TO w-flag-ins
               END-IF
           END-IF.

       320-EVALUO-INSCRIPCION.
           MOVE "N" TO w-desde-ok.
           MOVE "N" TO w-hasta-ok.
           MOVE ins-fecha-desde TO w-fecha-cal.
           IF w-fc-periodo NOT > w-periodo
               MOVE "S" TO w-desde-ok
           END-IF.
           MOVE ins-fecha-hasta TO w-fecha-cal.
           IF ins-fecha-hasta = ZERO OR w-fc-periodo NOT < w-periodo
               MOVE "S" TO w-hasta-ok
           END-IF.
           IF w-desde-ok = "S" AND w-hasta-ok = "S"
               AND ins-ult-periodo < w-periodo
               AND w-ara-cant < 20
               MOVE ins-actividad TO act-codigo
               READ ACTIVIDADES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF act-activa AND act-arancel > ZERO
                           ADD 1 TO w-ara-cant
                           MOVE ins-nro TO tab-ara-ins(w-ara-cant)
                           MOVE ins-actividad
                               TO tab-ara-actividad(w-ara-cant)
                           MOVE act-arancel
                               TO tab-ara-importe(w-ara-cant)
                           ADD act-arancel TO w-tot-socio
                       END-IF
               END-READ
           END-IF.

       340-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "FACTURAARA" TO blo-operador
                   MOVE "FACTURAARA" TO blo-programa
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

       345-LIBERO-BLOQUEO.
           MOVE soc-nro TO blo-nro.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      ******************************************************************
      * FACTURACION DEL SOCIO
      ******************************************************************
       400-FACTURO-CON-BLOQUEO.
           PERFORM 460-CAPTURO-ANTES.
           SUBTRACT w-tot-socio FROM soc-importe.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   ADD w-tot-socio TO soc-importe
                   MOVE "ERROR REESCR." TO l-resultado
                   ADD 1 TO w-no-facturados
                   PERFORM 450-IMPRIMO-SOCIO
               NOT INVALID KEY
                   ADD 1 TO w-socios
                   MOVE "FACTURADO" TO l-resultado
                   PERFORM VARYING w-ara-i FROM 1 BY 1
                       UNTIL w-ara-i > w-ara-cant
                       PERFORM 410-ESCRIBO-MOVIMIENTO
                       PERFORM 420-ACTUALIZO-INSCRIPCION
                       PERFORM 455-IMPRIMO-ARANCEL
                       ADD 1 TO w-aranceles
                       ADD tab-ara-importe(w-ara-i) TO w-tot-facturado
                   END-PERFORM
                   PERFORM 465-CAPTURO-DESPUES
                   PERFORM 470-ESCRIBO-AUDITORIA
           END-REWRITE.

       410-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 415-ASIGNO-SECUENCIA.
           MOVE "D" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "ARANCEL " tab-ara-actividad(w-ara-i) " "
               w-periodo DELIMITED BY SIZE INTO mov-concepto.
           MOVE tab-ara-importe(w-ara-i) TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
           END-WRITE.

       415-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           PERFORM UNTIL sec-libre OR mov-secuencia = 9999
               ADD 1 TO mov-secuencia
               READ MOVIMIENTOS
                   INVALID KEY
                       MOVE "S" TO w-sec-libre
               END-READ
           END-PERFORM.

       420-ACTUALIZO-INSCRIPCION.
           MOVE tab-ara-ins(w-ara-i) TO ins-nro.
           READ INSCRIPCIONES
               INVALID KEY
                   DISPLAY "no encuentro la inscripcion " ins-nro
               NOT INVALID KEY
                   MOVE w-periodo TO ins-ult-periodo
                   REWRITE ins-reg
                       INVALID KEY
                           DISPLAY "no pude actualizar la "
                               "inscripcion " ins-nro
                   END-REWRITE
           END-READ.

       450-IMPRIMO-SOCIO.
           MOVE soc-nro TO l-nro.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE SPACES TO l-actividad.
           MOVE w-tot-socio TO l-importe.
           MOVE soc-importe TO l-saldo.
           WRITE lin-imp FROM lin-detalle.

       455-IMPRIMO-ARANCEL.
           MOVE soc-nro TO l-nro.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE tab-ara-actividad(w-ara-i) TO l-actividad.
           MOVE tab-ara-importe(w-ara-i) TO l-importe.
           MOVE soc-importe TO l-saldo.
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
           MOVE "FACTURAARA" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

       900-FIN.
           MOVE w-socios TO l-socios.
           MOVE w-aranceles TO l-aranceles.
           MOVE w-no-facturados TO l-no-facturados.
           MOVE w-tot-facturado TO l-tot-facturado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-soc.
           WRITE lin-imp FROM lin-cuenta-ara.
           WRITE lin-imp FROM lin-cuenta-nof.
           WRITE lin-imp FROM lin-total.
           PERFORM 960-ASIENTO-CIFRAS.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           CLOSE ACTIVIDADES.
           CLOSE INSCRIPCIONES.
           CLOSE BLOQUEOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.

       960-ASIENTO-CIFRAS.
           OPEN EXTEND CIFRAS.
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "FACTURAARA" TO cif-programa.
           MOVE w-aranceles TO cif-registros.
           MOVE w-tot-facturado TO cif-debitos.
           MOVE ZERO TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
       END PROGRAM YOUR-PROGRAM-NAME.
