      ******************************************************************
      * Author:
      * Date:
      * Purpose: Convenios de pago para refinanciar la deuda de los
      *          socios morosos. El alta toma la deuda del saldo del
      *          socio y la pasa a un convenio numerado de
      *          convenios.dat en N cuotas mensuales a partir del
      *          periodo indicado: acredita la deuda refinanciada en
      *          la cuenta (credito "CONVENIO nnnnnn", ya aplicado),
      *          con lo que los periodos que cubre dejan de contar
      *          como impagos, y el socio suspendido vuelve a activo.
      *          Las cuotas las debita la facturacion mensual junto
      *          con la cuota social ("CTA CONVENIO AAAAMM") y la
      *          caducidad por cuotas impagas la resuelve el control
      *          de convenios. Un socio tiene a lo sumo un convenio
      *          vigente. Cada alta queda en auditoria.dat y al salir
      *          se asientan las cifras de control en cifras.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cnv-nro
           ALTERNATE record key is cnv-socio WITH DUPLICATES.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "..\movimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is mov-clave.
           SELECT OPTIONAL BLOQUEOS ASSIGN TO "..\bloqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is blo-nro.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONVENIOS.
       01  cnv-reg.
           03 cnv-nro pic 9(6).
           03 cnv-socio pic 9(6).
           03 cnv-fecha pic 9(8).
           03 cnv-deuda pic 9(8)v99.
           03 cnv-cuotas pic 99.
           03 cnv-importe-cuota pic 9(8)v99.
           03 cnv-periodo-desde pic 9(6).
           03 cnv-facturadas pic 99.
           03 cnv-tot-facturado pic 9(8)v99.
           03 cnv-ult-periodo pic 9(6).
           03 cnv-estado pic x.
               88 cnv-vigente value "V".
               88 cnv-cumplido value "C".
               88 cnv-caducado value "K".
           03 cnv-fecha-estado pic 9(8).
           03 cnv-saldo-caducado pic 9(8)v99.
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
       FD  BLOQUEOS.
       01  blo-reg.
           03 blo-nro pic 9(6).
           03 blo-operador pic x(10).
           03 blo-programa pic x(12).
           03 blo-fecha pic 9(8).
           03 blo-hora pic 9(8).
       FD  AUDITORIA.
       01  lin-audit pic x(206).
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
       77  w-opcion pic 9.
           88 salir value 9.
       77  w-flag pic 9 value zero.
       77  w-flag-cnv pic 9 value zero.
       77  w-existe pic x value "N".
           88  existe-socio value "S".
       77  w-vigente pic x value "N".
           88  tiene-vigente value "S".
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       77  w-datos-ok pic x value "N".
           88  datos-ok value "S".
       77  w-bloqueo-ok pic x value "N".
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-ultimo-convenio pic 9(6) value zero.
       77  w-deuda pic 9(8)v99 value zero.
       77  w-saldo-inicial pic s9(8)v99 value zero.
       77  w-cuotas pic 99 value zero.
       77  w-importe-cuota pic 9(8)v99 value zero.
       01  w-periodo-desde pic 9(6) value zero.
       01  w-periodo-desde-r redefines w-periodo-desde.
           03 w-pd-anio pic 9999.
           03 w-pd-mes pic 99.
       77  w-cant-altas pic 9(5) value zero.
       77  w-tot-refinanciado pic 9(11)v99 value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-desc-estado pic x(10) value spaces.
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
           OPEN I-O CONVENIOS.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 150-BUSCO-ULTIMO-CONVENIO.

       150-BUSCO-ULTIMO-CONVENIO.
           MOVE ZERO TO w-ultimo-convenio.
           MOVE ZERO TO w-flag.
           MOVE ZEROS TO cnv-nro.
           START CONVENIOS KEY IS NOT LESS cnv-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 155-LEO-CONVENIO.
           PERFORM UNTIL w-flag = 1
               IF cnv-nro > w-ultimo-convenio
                   MOVE cnv-nro TO w-ultimo-convenio
               END-IF
               PERFORM 155-LEO-CONVENIO
           END-PERFORM.

       155-LEO-CONVENIO.
           IF w-flag NOT = 1
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       200-MENU.
           display "1 - Alta de convenio de pago".
           display "2 - Consulta de convenios del socio".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-ALTA-CONVENIO
               WHEN 2 PERFORM 700-CONSULTA
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

       320-BUSCO-VIGENTE.
           MOVE "N" TO w-vigente.
           MOVE ZERO TO w-flag-cnv.
           MOVE soc-nro TO cnv-socio.
           START CONVENIOS KEY IS = cnv-socio
               INVALID KEY
                   MOVE 1 TO w-flag-cnv
           END-START.
           PERFORM 325-LEO-CONVENIO-SOCIO.
           PERFORM UNTIL w-flag-cnv = 1 OR tiene-vigente
               IF cnv-vigente
                   MOVE "S" TO w-vigente
               ELSE
                   PERFORM 325-LEO-CONVENIO-SOCIO
               END-IF
           END-PERFORM.

       325-LEO-CONVENIO-SOCIO.
           IF w-flag-cnv NOT = 1
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-cnv
               END-READ
               IF w-flag-cnv NOT = 1 AND cnv-socio NOT = soc-nro
                   MOVE 1 TO w-flag-cnv
               END-IF
           END-IF.

       330-MUESTRO-CONVENIO.
           EVALUATE TRUE
               WHEN cnv-vigente MOVE "VIGENTE" TO w-desc-estado
               WHEN cnv-cumplido MOVE "CUMPLIDO" TO w-desc-estado
               WHEN cnv-caducado MOVE "CADUCADO" TO w-desc-estado
               WHEN OTHER MOVE cnv-estado TO w-desc-estado
           END-EVALUATE.
           DISPLAY "CONVENIO: " cnv-nro " DEL " cnv-fecha
               " ESTADO: " w-desc-estado " DESDE " cnv-fecha-estado.
           DISPLAY "  DEUDA REFINANCIADA: " cnv-deuda
               " EN " cnv-cuotas " CUOTAS DE " cnv-importe-cuota
               " DESDE " cnv-periodo-desde.
           DISPLAY "  CUOTAS FACTURADAS: " cnv-facturadas
               " IMPORTE FACTURADO: " cnv-tot-facturado.
           IF cnv-caducado
               DISPLAY "  SALDO VUELTO A LA CUENTA: "
                   cnv-saldo-caducado
           END-IF.

      ******************************************************************
      * ALTA DE CONVENIO
      ******************************************************************
       400-ALTA-CONVENIO.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               PERFORM 320-BUSCO-VIGENTE
               EVALUATE TRUE
                   WHEN soc-estado = "B"
                       DISPLAY "el socio esta dado de baja"
                   WHEN tiene-vigente
                       DISPLAY "el socio ya tiene el convenio "
                           cnv-nro " vigente"
                   WHEN soc-importe NOT < ZERO
                       DISPLAY "el socio no tiene deuda para "
                           "refinanciar"
                   WHEN OTHER
                       PERFORM 410-PIDO-CONDICIONES
               END-EVALUATE
           END-IF.

       410-PIDO-CONDICIONES.
           MOVE soc-importe TO w-saldo-inicial.
           COMPUTE w-deuda = ZERO - soc-importe.
           DISPLAY "DEUDA A REFINANCIAR: " w-deuda.
           MOVE "N" TO w-datos-ok.
           PERFORM UNTIL datos-ok
               DISPLAY "ingrese la cantidad de cuotas mensuales"
               ACCEPT w-cuotas
               IF w-cuotas > ZERO
                   MOVE "S" TO w-datos-ok
               ELSE
                   DISPLAY "la cantidad de cuotas debe ser mayor "
                       "que cero"
               END-IF
           END-PERFORM.
           MOVE "N" TO w-datos-ok.
           PERFORM UNTIL datos-ok
               DISPLAY "ingrese el periodo de la primera cuota "
                   "(AAAAMM)"
               ACCEPT w-periodo-desde
               IF w-pd-mes > ZERO AND w-pd-mes < 13
                   MOVE "S" TO w-datos-ok
               ELSE
                   DISPLAY "periodo invalido"
               END-IF
           END-PERFORM.
           COMPUTE w-importe-cuota ROUNDED = w-deuda / w-cuotas.
           DISPLAY w-cuotas " CUOTAS DE " w-importe-cuota
               " DESDE EL PERIODO " w-periodo-desde
               " (LA ULTIMA AJUSTA EL REDONDEO)".
           DISPLAY "confirma el convenio? (S/N)"
           ACCEPT w-conf.
           IF confirma
               PERFORM 420-ALTA-SOCIO
           ELSE
               DISPLAY "Convenio cancelado"
           END-IF.

       420-ALTA-SOCIO.
           PERFORM 430-TOMO-BLOQUEO.
           IF w-bloqueo-ok NOT = "S"
               DISPLAY "socio " soc-nro " en uso por el operador "
                   blo-operador ", reintente en un momento"
           ELSE
               READ SOCIOS INVALID KEY
                   DISPLAY "el socio " soc-nro " no existe"
               NOT INVALID KEY
                   IF soc-importe = w-saldo-inicial
                       PERFORM 440-ALTA-CON-BLOQUEO
                   ELSE
                       DISPLAY "el saldo del socio cambio mientras "
                           "se cargaba el convenio, reintente"
                   END-IF
               END-READ
               PERFORM 435-LIBERO-BLOQUEO
           END-IF.

       430-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "CONVENIOS" TO blo-operador
                   MOVE "CONVENIOS" TO blo-programa
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

       435-LIBERO-BLOQUEO.
           MOVE soc-nro TO blo-nro.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       440-ALTA-CON-BLOQUEO.
           PERFORM 480-CAPTURO-ANTES.
           ADD w-deuda TO soc-importe.
           IF soc-estado = "S"
               MOVE "A" TO soc-estado
           END-IF.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   SUBTRACT w-deuda FROM soc-importe
                   MOVE ant-estado TO soc-estado
                   DISPLAY "no pude actualizar el socio, el "
                       "convenio no se grabo"
               NOT INVALID KEY
                   ADD 1 TO w-ultimo-convenio
                   PERFORM 450-GRABO-CONVENIO
                   PERFORM 460-ESCRIBO-MOVIMIENTO
                   PERFORM 485-CAPTURO-DESPUES
                   PERFORM 490-ESCRIBO-AUDITORIA
                   ADD 1 TO w-cant-altas
                   ADD w-deuda TO w-tot-refinanciado
                   DISPLAY "Convenio " w-ultimo-convenio " grabado"
                   IF ant-estado = "S"
                       DISPLAY "El socio vuelve a estado activo"
                   END-IF
           END-REWRITE.

       450-GRABO-CONVENIO.
           MOVE w-ultimo-convenio TO cnv-nro.
           MOVE soc-nro TO cnv-socio.
           MOVE w-fecha-hoy TO cnv-fecha.
           MOVE w-deuda TO cnv-deuda.
           MOVE w-cuotas TO cnv-cuotas.
           MOVE w-importe-cuota TO cnv-importe-cuota.
           MOVE w-periodo-desde TO cnv-periodo-desde.
           MOVE ZERO TO cnv-facturadas.
           MOVE ZERO TO cnv-tot-facturado.
           MOVE ZERO TO cnv-ult-periodo.
           MOVE "V" TO cnv-estado.
           MOVE w-fecha-hoy TO cnv-fecha-estado.
           MOVE ZERO TO cnv-saldo-caducado.
           WRITE cnv-reg
               INVALID KEY
                   DISPLAY "no pude grabar el convenio "
                       w-ultimo-convenio
           END-WRITE.

       460-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 465-ASIGNO-SECUENCIA.
           MOVE "C" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "CONVENIO " w-ultimo-convenio
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE w-deuda TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
           END-WRITE.

       465-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           PERFORM UNTIL sec-libre OR mov-secuencia = 9999
               ADD 1 TO mov-secuencia
               READ MOVIMIENTOS
                   INVALID KEY
                       MOVE "S" TO w-sec-libre
               END-READ
           END-PERFORM.

       480-CAPTURO-ANTES.
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

       485-CAPTURO-DESPUES.
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

       490-ESCRIBO-AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE "CONVENIOS" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

      ******************************************************************
      * CONSULTA
      ******************************************************************
       700-CONSULTA.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               MOVE ZERO TO w-flag-cnv
               MOVE soc-nro TO cnv-socio
               START CONVENIOS KEY IS = cnv-socio
                   INVALID KEY
                       MOVE 1 TO w-flag-cnv
                       DISPLAY "el socio no tiene convenios"
               END-START
               PERFORM 325-LEO-CONVENIO-SOCIO
               PERFORM UNTIL w-flag-cnv = 1
                   PERFORM 330-MUESTRO-CONVENIO
                   PERFORM 325-LEO-CONVENIO-SOCIO
               END-PERFORM
           END-IF.

       900-FIN.
           PERFORM 960-ASIENTO-CIFRAS.
           DISPLAY "Convenios dados de alta: " w-cant-altas.
           DISPLAY "Deuda refinanciada.....: " w-tot-refinanciado.
           CLOSE CONVENIOS.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.

       960-ASIENTO-CIFRAS.
           OPEN EXTEND CIFRAS.
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "CONVENIOS" TO cif-programa.
           MOVE w-cant-altas TO cif-registros.
           MOVE ZERO TO cif-debitos.
           MOVE w-tot-refinanciado TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
       END PROGRAM YOUR-PROGRAM-NAME.
