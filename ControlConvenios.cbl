      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control mensual de los convenios de pago vigentes de
      *          convenios.dat. Por cada convenio suma los pagos que
      *          el socio hizo desde la fecha del convenio (creditos
      *          de movimientos.dat, descontando recibos anulados y
      *          cheques rechazados; los pagos se imputan primero a
      *          las cuotas del convenio) y calcula cuantas cuotas
      *          facturadas quedan impagas. Si llegan a la cantidad
      *          fijada (ingresada al comenzar o tomada de
      *          parametros.dat, programa CONTROLCONVENIOS, valor1)
      *          el convenio caduca: la parte de la deuda todavia no
      *          facturada vuelve a la cuenta del socio como debito
      *          "CADUCA CONV nnnnnn", con bloqueo y asiento en
      *          auditoria.dat. Un convenio con todas sus cuotas
      *          facturadas y pagas pasa a cumplido. Emite
      *          controlconv.lst y asienta las cifras de control en
      *          cifras.dat.
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
           SELECT LISTADO ASSIGN TO "..\controlconv.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
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
       FD  LISTADO.
       01  lin-imp pic x(80).
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
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-mov pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       77  w-limite pic 99 value zero.
       77  w-pagos pic 9(11)v99 value zero.
       77  w-reversos pic 9(11)v99 value zero.
       77  w-pagado pic 9(11)v99 value zero.
       77  w-impago pic 9(11)v99 value zero.
       77  w-impagas pic 99 value zero.
       77  w-resto pic 9(8)v99 value zero.
       77  w-remanente pic 9(8)v99 value zero.
       77  w-bloqueo-ok pic x value "N".
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-revisados pic 9(5) value zero.
       77  w-cumplidos pic 9(5) value zero.
       77  w-caducados pic 9(5) value zero.
       77  w-no-procesados pic 9(5) value zero.
       77  w-tot-caducado pic 9(11)v99 value zero.
       01  w-fecha-hoy pic 9(8) value zero.
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
           03 filler pic x(42) value
               "CONTROL DE CONVENIOS - CADUCAN CON ".
           03 l-limite pic z9.
           03 filler pic x(15) value " CUOTAS IMPAGAS".
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cab.
           03 filler pic x(9) value "CONVENIO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(7) value "CUOTAS".
           03 filler pic x(8) value "IMPAGAS".
           03 filler pic x(26) value "RESULTADO".
       01  lin-detalle.
           03 l-convenio pic 9(6).
           03 filler pic x(3) value spaces.
           03 l-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-facturadas pic z9.
           03 filler pic x(1) value "/".
           03 l-cuotas pic z9.
           03 filler pic x(3) value spaces.
           03 l-impagas pic z9.
           03 filler pic x(4) value spaces.
           03 l-resultado pic x(26) value spaces.
       01  lin-cuenta-rev.
           03 filler pic x(30) value "CONVENIOS VIGENTES REVISADOS: ".
           03 l-revisados pic zzzz9.
       01  lin-cuenta-cum.
           03 filler pic x(30) value "CONVENIOS CUMPLIDOS: ".
           03 l-cumplidos pic zzzz9.
       01  lin-cuenta-cad.
           03 filler pic x(30) value "CONVENIOS CADUCADOS: ".
           03 l-caducados pic zzzz9.
       01  lin-cuenta-nop.
           03 filler pic x(30) value "NO PROCESADOS POR ERROR: ".
           03 l-no-procesados pic zzzz9.
       01  lin-total.
           03 filler pic x(30) value "DEUDA VUELTA A LAS CUENTAS: ".
           03 l-tot-caducado pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-CONVENIO.
           PERFORM UNTIL w-flag = 1
               IF cnv-vigente
                   PERFORM 300-PROCESO-CONVENIO
               END-IF
               PERFORM 200-LEE-CONVENIO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:2) IS NUMERIC
                   MOVE w-par-v1(1:2) TO w-limite
               ELSE
                   MOVE ZERO TO w-limite
               END-IF
           ELSE
               DISPLAY "Ingrese la cantidad de cuotas impagas que "
                   "hace caducar el convenio"
               ACCEPT w-limite
           END-IF.
           OPEN OUTPUT LISTADO.
           IF w-limite = ZERO
               DISPLAY "Limite de cuotas impagas en cero, corrida "
                   "cancelada"
               MOVE "LIMITE EN CERO, CORRIDA CANCELADA" TO lin-imp
               WRITE lin-imp
               CLOSE LISTADO
               STOP RUN
           END-IF.
           OPEN I-O CONVENIOS.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           MOVE w-limite TO l-limite.
           WRITE lin-imp FROM lin-encabezado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cab.
           WRITE lin-imp FROM lin-guarda.
           MOVE ZEROS TO cnv-nro.
           START CONVENIOS KEY IS NOT LESS cnv-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "CONTROLCONVENIOS"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       200-LEE-CONVENIO.
           IF w-flag NOT = 1
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       300-PROCESO-CONVENIO.
           ADD 1 TO w-revisados.
           MOVE cnv-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE "NO EXISTE" TO soc-nom
                   MOVE SPACES TO soc-apell
           END-READ.
           PERFORM 320-CALCULO-PAGOS.
           EVALUATE TRUE
               WHEN w-impagas NOT < w-limite
                   PERFORM 400-CADUCO-CONVENIO
               WHEN cnv-facturadas NOT < cnv-cuotas
                   AND w-impago = ZERO
                   MOVE "C" TO cnv-estado
                   PERFORM 380-REESCRIBO-CONVENIO
                   ADD 1 TO w-cumplidos
                   MOVE "CUMPLIDO" TO l-resultado
               WHEN w-impagas > ZERO
                   MOVE "VIGENTE CON CUOTAS IMPAGAS" TO l-resultado
               WHEN OTHER
                   MOVE "VIGENTE AL DIA" TO l-resultado
           END-EVALUATE.
           PERFORM 450-IMPRIMO-DETALLE.

      *    Los pagos posteriores al convenio se imputan primero a sus
      *    cuotas; el credito del propio convenio y los contra-asientos
      *    de anulacion no son pagos.
       320-CALCULO-PAGOS.
           MOVE ZERO TO w-pagos.
           MOVE ZERO TO w-reversos.
           MOVE ZERO TO w-flag-mov.
           MOVE cnv-socio TO mov-nro.
           MOVE cnv-fecha TO mov-fecha.
           MOVE ZEROS TO mov-secuencia.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag-mov
           END-START.
           PERFORM 325-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag-mov = 1
               PERFORM 330-ACUMULO-MOVIMIENTO
               PERFORM 325-LEO-MOVIMIENTO
           END-PERFORM.
           IF w-pagos > w-reversos
               COMPUTE w-pagado = w-pagos - w-reversos
           ELSE
               MOVE ZERO TO w-pagado
           END-IF.
           IF cnv-tot-facturado > w-pagado
               COMPUTE w-impago = cnv-tot-facturado - w-pagado
           ELSE
               MOVE ZERO TO w-impago
           END-IF.
           MOVE ZERO TO w-impagas.
           IF w-impago > ZERO AND cnv-importe-cuota > ZERO
               DIVIDE w-impago BY cnv-importe-cuota
                   GIVING w-impagas REMAINDER w-resto
               IF w-resto > ZERO
                   ADD 1 TO w-impagas
               END-IF
           END-IF.

       325-LEO-MOVIMIENTO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
               IF w-flag-mov NOT = 1 AND mov-nro NOT = cnv-socio
                   MOVE 1 TO w-flag-mov
               END-IF
           END-IF.

       330-ACUMULO-MOVIMIENTO.
           EVALUATE TRUE
               WHEN mov-tipo = "C"
                   AND mov-concepto(1:9) NOT = "CONVENIO "
                   AND mov-concepto(1:6) NOT = "ANULA "
                   ADD mov-importe TO w-pagos
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "ANULA RECIBO "
                   OR mov-concepto(1:13) = "CHEQUE RECH. ")
                   ADD mov-importe TO w-reversos
           END-EVALUATE.

       380-REESCRIBO-CONVENIO.
           MOVE w-fecha-hoy TO cnv-fecha-estado.
           REWRITE cnv-reg
               INVALID KEY
                   DISPLAY "no pude actualizar el convenio " cnv-nro
           END-REWRITE.

      ******************************************************************
      * CADUCIDAD
      ******************************************************************
       400-CADUCO-CONVENIO.
           IF cnv-deuda > cnv-tot-facturado
               COMPUTE w-remanente = cnv-deuda - cnv-tot-facturado
           ELSE
               MOVE ZERO TO w-remanente
           END-IF.
           IF w-remanente = ZERO
               PERFORM 440-MARCO-CADUCADO
           ELSE
               PERFORM 410-TOMO-BLOQUEO
               IF w-bloqueo-ok = "S"
                   READ SOCIOS
                       INVALID KEY
                           MOVE "SOCIO INEXISTENTE" TO l-resultado
                           ADD 1 TO w-no-procesados
                       NOT INVALID KEY
                           PERFORM 420-DEBITO-REMANENTE
                   END-READ
                   PERFORM 415-LIBERO-BLOQUEO
               ELSE
                   MOVE "SOCIO EN USO, NO CADUCADO" TO l-resultado
                   ADD 1 TO w-no-procesados
               END-IF
           END-IF.

       410-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "CONTROLCON" TO blo-operador
                   MOVE "CONTROLCON" TO blo-programa
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

       420-DEBITO-REMANENTE.
           PERFORM 460-CAPTURO-ANTES.
           SUBTRACT w-remanente FROM soc-importe.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   ADD w-remanente TO soc-importe
                   MOVE "ERROR AL REESCRIBIR" TO l-resultado
                   ADD 1 TO w-no-procesados
               NOT INVALID KEY
                   PERFORM 430-ESCRIBO-MOVIMIENTO
                   PERFORM 465-CAPTURO-DESPUES
                   PERFORM 470-ESCRIBO-AUDITORIA
                   ADD w-remanente TO w-tot-caducado
                   PERFORM 440-MARCO-CADUCADO
           END-REWRITE.

       430-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 435-ASIGNO-SECUENCIA.
           MOVE "D" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "CADUCA CONV " cnv-nro
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE w-remanente TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
           END-WRITE.

       435-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           PERFORM UNTIL sec-libre OR mov-secuencia = 9999
               ADD 1 TO mov-secuencia
               READ MOVIMIENTOS
                   INVALID KEY
                       MOVE "S" TO w-sec-libre
               END-READ
           END-PERFORM.

       440-MARCO-CADUCADO.
           MOVE "K" TO cnv-estado.
           MOVE w-remanente TO cnv-saldo-caducado.
           PERFORM 380-REESCRIBO-CONVENIO.
           ADD 1 TO w-caducados.
           MOVE "CADUCADO" TO l-resultado.

       450-IMPRIMO-DETALLE.
           MOVE cnv-nro TO l-convenio.
           MOVE cnv-socio TO l-socio.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE cnv-facturadas TO l-facturadas.
           MOVE cnv-cuotas TO l-cuotas.
           MOVE w-impagas TO l-impagas.
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
           MOVE "CONTROLCON" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

       900-FIN.
           MOVE w-revisados TO l-revisados.
           MOVE w-cumplidos TO l-cumplidos.
           MOVE w-caducados TO l-caducados.
           MOVE w-no-procesados TO l-no-procesados.
           MOVE w-tot-caducado TO l-tot-caducado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-rev.
           WRITE lin-imp FROM lin-cuenta-cum.
           WRITE lin-imp FROM lin-cuenta-cad.
           WRITE lin-imp FROM lin-cuenta-nop.
           WRITE lin-imp FROM lin-total.
           PERFORM 960-ASIENTO-CIFRAS.
           CLOSE CONVENIOS.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.

       960-ASIENTO-CIFRAS.
           OPEN EXTEND CIFRAS.
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "CONTROLCON" TO cif-programa.
           MOVE w-caducados TO cif-registros.
           MOVE w-tot-caducado TO cif-debitos.
           MOVE ZERO TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
       END PROGRAM YOUR-PROGRAM-NAME.
