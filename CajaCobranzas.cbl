      *          el arqueo del dia: detalle de recibos, total
      *          cobrado por medio de pago y cuadre contra los
      *          creditos generados en movimientos.dat.
      *          Un supervisor (validado contra operadores.dat, con
      *          registro en accesos.dat) puede anular un recibo por
      *          su numero: queda marcado como anulado en recibos.dat,
      *          se debita el importe en la cuenta del socio con su
      *          contra-asiento en movimientos.dat y se deja constancia
      *          en auditoria.dat y cifras.dat. Las anulaciones figuran
      *          en el detalle del arqueo y en una linea propia de los
      *          totales, y el cuadre se hace por el neto de la caja.
      *          Los cobros con cheque piden banco, numero y fecha de
      *          pago y dan de alta el cheque en cheques.dat, en
      *          cartera; el recibo de un cheque que ya salio de
      *          cartera no se puede anular.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHEQUES ASSIGN TO "..\cheques.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is che-recibo.
           SELECT RECTMP ASSIGN TO "..\recibos.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ope-codigo.
           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 rec-socio pic 9(6).
           03 rec-medio pic x.
           03 rec-importe pic 9(8)v99.
           03 rec-estado pic x.
               88 recibo-anulado value "A".
           03 rec-fecha-anula pic 9(8).
       FD  CHEQUES.
       01  che-reg.
           03 che-recibo pic 9(6).
           03 che-socio pic 9(6).
           03 che-banco pic x(12).
           03 che-numero pic 9(8).
           03 che-fecha-pago pic 9(8).
           03 che-importe pic 9(8)v99.
           03 che-estado pic x.
               88 che-en-cartera value "C".
           03 che-fecha-recibido pic 9(8).
           03 che-fecha-estado pic 9(8).
       FD  RECTMP.
       01  reg-rectmp pic x(40).
       FD  BLOQUEOS.
       01  blo-reg.
           03 blo-nro pic 9(6).
           03 cif-debitos pic 9(11)v99.
           03 filler pic x(1).
           03 cif-creditos pic 9(11)v99.
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
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88  cerrar-caja value 9.
       77  w-flag pic 9 value zero.
       77  w-existe pic x value "N".
           88  existe-socio value "S".
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-bloqueo-ok pic x value "N".
       77  w-flag-par pic 9 value zero.
       77  w-flag-tmp pic 9 value zero.
       77  w-max-intentos pic 99 value 3.
       01  w-operador pic x(10) value spaces.
       01  w-clave pic x(10) value spaces.
       01  w-acc-resultado pic x(10) value spaces.
       77  w-supervisor-ok pic x value "N".
           88  supervisor-ok value "S".
       77  w-conf pic x value "N".
           88  confirma-anulacion value "S" "s".
       77  w-anu-nro pic 9(6) value zero.
       77  w-anu-existe pic x value "N".
           88  existe-recibo value "S".
       77  w-anu-fecha pic 9(8) value zero.
       77  w-anu-socio pic 9(6) value zero.
       77  w-anu-medio pic x value space.
       77  w-anu-importe pic 9(8)v99 value zero.
       77  w-anu-estado pic x value space.
       77  w-cant-anulados pic 9(5) value zero.
       77  w-tot-anulado pic 9(11)v99 value zero.
       77  w-tot-mov-anulado pic 9(11)v99 value zero.
       77  w-neto-caja pic s9(11)v99 value zero.
       77  w-neto-movs pic s9(11)v99 value zero.
       01  w-che-banco pic x(12) value spaces.
       77  w-che-numero pic 9(8) value zero.
       77  w-che-fecha-pago pic 9(8) value zero.
       77  w-che-cartera pic x value "S".
           88  cheque-en-cartera value "S".
       01  reg-antes.
           03 ant-nom pic x(10).
           03 ant-apell pic x(10).
       01  lin-rec-firma.
           03 filler pic x(30) value "FIRMA Y SELLO: ".
           03 filler pic x(25) value all ".".
       01  lin-rec-anula.
           03 filler pic x(25) value "ANULACION DE RECIBO NRO: ".
           03 lr-anu-nro pic 9(6).
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 lr-anu-dia pic 99.
           03 filler pic x(1) value "/".
           03 lr-anu-mes pic 99.
           03 filler pic x(1) value "/".
           03 lr-anu-anio pic 9999.
       01  lin-rec-anula-imp.
           03 filler pic x(17) value "IMPORTE ANULADO: ".
           03 lr-anu-importe pic zz.zzz.zz9,99.
       01  lin-rec-anula-sup.
           03 filler pic x(19) value "AUTORIZO ANULACION:".
           03 filler pic x(1) value space.
           03 lr-anu-supervisor pic x(10).
       01  lin-arq-titulo.
           03 filler pic x(26) value "ARQUEO DE CAJA - FECHA: ".
           03 la-dia pic 99.
           03 la-medio pic x(13).
           03 filler pic x(2) value spaces.
           03 la-importe pic zz.zzz.zz9,99.
       01  lin-arq-anul.
           03 la-anu-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 la-anu-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 la-anu-medio pic x(13).
           03 filler pic x(2) value spaces.
           03 la-anu-importe pic zz.zzz.zz9,99-.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "ANULADO ".
           03 la-anu-supervisor pic x(10).
       01  lin-arq-medio.
           03 filler pic x(10) value "COBRADO ".
           03 lam-medio pic x(13).
           03 lam-cant pic zzzz9.
           03 filler pic x(11) value " RECIBOS): ".
           03 lam-importe pic zz.zzz.zzz.zz9,99.
       01  lin-arq-anulado.
           03 filler pic x(23) value "ANULADO".
           03 filler pic x(7) value " (".
           03 laa-cant pic zzzz9.
           03 filler pic x(11) value " RECIBOS): ".
           03 laa-importe pic zz.zzz.zzz.zz9,99-.
       01  lin-arq-recibos.
           03 filler pic x(30) value "CANTIDAD DE RECIBOS: ".
           03 la-recibos pic zzzz9.
       01  lin-arq-movs.
           03 filler pic x(30) value "CREDITOS EN MOVIMIENTOS: ".
           03 la-movs pic zz.zzz.zzz.zz9,99.
       01  lin-arq-anu-movs.
           03 filler pic x(30) value "DEBITOS POR ANULACION: ".
           03 la-anu-movs pic zz.zzz.zzz.zz9,99.
       01  lin-arq-neto.
           03 filler pic x(30) value "NETO DE CAJA: ".
           03 la-neto pic zz.zzz.zzz.zz9,99-.
       01  lin-arq-cuadre.
           03 la-cuadre pic x(40) value spaces.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM with test after UNTIL cerrar-caja
               PERFORM 170-MENU
               PERFORM 180-PROCESO-MENU
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-arq-cab.
           WRITE lin-imp FROM lin-guarda.
           OPEN I-O OPERADORES.
           OPEN I-O CHEQUES.
           PERFORM 108-BUSCO-SEGURIDAD.
           PERFORM 150-BUSCO-ULTIMO-RECIBO.
           OPEN EXTEND RECIBOS.

       108-BUSCO-SEGURIDAD.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 109-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "SEGURIDAD"
                   IF par-valor2(1:2) IS NUMERIC
                       MOVE par-valor2(1:2) TO w-max-intentos
                   END-IF
               END-IF
               PERFORM 109-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       109-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       150-BUSCO-ULTIMO-RECIBO.
           MOVE ZERO TO w-ultimo-recibo.
           MOVE ZERO TO w-flag.
       160-LEO-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag.

       170-MENU.
           display "1 - Cobro de cuotas".
           display "2 - Anulacion de recibo (supervisor)".
           display "9 - Cerrar la caja".
           ACCEPT w-opcion.

       180-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 190-COBRANZA
               WHEN 2 PERFORM 500-ANULA-RECIBO
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

       190-COBRANZA.
           PERFORM 200-PIDO-SOCIO.
           PERFORM UNTIL soc-nro = 0
               PERFORM 250-VERIFICO-SOCIO
               IF existe-socio
                   PERFORM 300-COBRO-CUOTA
               ELSE
                   DISPLAY "el socio " soc-nro " no existe"
               END-IF
               PERFORM 200-PIDO-SOCIO
           END-PERFORM.

       200-PIDO-SOCIO.
           display "ingrese nro de socio (0 para volver al menu)"
           accept soc-nro.

       250-VERIFICO-SOCIO.
           DISPLAY "SOCIO: " soc-nro " - " soc-nom " " soc-apell.
           DISPLAY "saldo actual..........: " soc-importe.
           PERFORM 310-PIDO-MEDIO.
           IF w-medio = "C"
               PERFORM 315-PIDO-DATOS-CHEQUE
           END-IF.
           DISPLAY "importe a cobrar"
           ACCEPT w-importe.
           IF w-importe = ZERO
               DISPLAY "El medio de pago debe ser E, C o T"
           END-IF.

       315-PIDO-DATOS-CHEQUE.
           DISPLAY "banco del cheque"
           ACCEPT w-che-banco.
           DISPLAY "numero del cheque"
           ACCEPT w-che-numero.
           MOVE ZERO TO w-che-fecha-pago.
           PERFORM UNTIL w-che-fecha-pago NOT = ZERO
               DISPLAY "fecha de pago del cheque (AAAAMMDD)"
               ACCEPT w-che-fecha-pago
           END-PERFORM.

       330-REESCRIBO-SOCIO.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               NOT INVALID KEY
                   ADD 1 TO w-ultimo-recibo
                   PERFORM 340-GRABO-RECIBO
                   IF w-medio = "C"
                       PERFORM 345-GRABO-CHEQUE
                   END-IF
                   PERFORM 350-ESCRIBO-MOVIMIENTO
                   PERFORM 360-CAPTURO-DESPUES
                   PERFORM 370-ESCRIBO-AUDITORIA
           MOVE soc-nro TO rec-socio.
           MOVE w-medio TO rec-medio.
           MOVE w-importe TO rec-importe.
           MOVE SPACE TO rec-estado.
           MOVE ZERO TO rec-fecha-anula.
           WRITE reg-recibo.

       345-GRABO-CHEQUE.
           MOVE w-ultimo-recibo TO che-recibo.
           MOVE soc-nro TO che-socio.
           MOVE w-che-banco TO che-banco.
           MOVE w-che-numero TO che-numero.
           MOVE w-che-fecha-pago TO che-fecha-pago.
           MOVE w-importe TO che-importe.
           MOVE "C" TO che-estado.
           MOVE w-fecha-hoy TO che-fecha-recibido.
           MOVE w-fecha-hoy TO che-fecha-estado.
           WRITE che-reg
               INVALID KEY
                   DISPLAY "no pude dar de alta el cheque del recibo "
                       w-ultimo-recibo
           END-WRITE.

       350-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
               WHEN "E" MOVE "EFECTIVO" TO lr-medio
               WHEN "C" MOVE "CHEQUE" TO lr-medio
               WHEN "T" MOVE "TRANSFERENCIA" TO lr-medio
               WHEN "D" MOVE "DEBITO AUTOM." TO lr-medio
               WHEN OTHER MOVE w-medio TO lr-medio
           END-EVALUATE.

           MOVE w-importe TO la-importe.
           WRITE lin-imp FROM lin-arq-det.

      ******************************************************************
      * ANULACION DE RECIBO
      ******************************************************************
       500-ANULA-RECIBO.
           PERFORM 510-VALIDO-SUPERVISOR.
           IF supervisor-ok
               DISPLAY "ingrese nro de recibo a anular"
               ACCEPT w-anu-nro
               PERFORM 530-BUSCO-RECIBO
               EVALUATE TRUE
                   WHEN NOT existe-recibo
                       DISPLAY "el recibo " w-anu-nro " no existe"
                   WHEN w-anu-estado = "A"
                       DISPLAY "el recibo " w-anu-nro
                           " ya esta anulado"
                   WHEN w-anu-medio = "C" AND NOT cheque-en-cartera
                       DISPLAY "el cheque del recibo " w-anu-nro
                           " ya salio de cartera, no se puede anular"
                   WHEN OTHER
                       PERFORM 540-CONFIRMO-ANULACION
               END-EVALUATE
           END-IF.

       510-VALIDO-SUPERVISOR.
           MOVE "N" TO w-supervisor-ok.
           DISPLAY "Ingrese la identificacion del supervisor"
           ACCEPT w-operador.
           DISPLAY "Ingrese la clave del supervisor"
           ACCEPT w-clave.
           MOVE w-operador TO ope-codigo.
           READ OPERADORES INVALID KEY
                   DISPLAY "Operador o clave invalidos"
                   MOVE "FALLIDO" TO w-acc-resultado
               NOT INVALID KEY
                   PERFORM 515-VERIFICO-SUPERVISOR
           END-READ.
           PERFORM 520-REGISTRO-ACCESO.

       515-VERIFICO-SUPERVISOR.
           EVALUATE TRUE
               WHEN ope-bloqueado = "S"
                   DISPLAY "La cuenta esta bloqueada por intentos "
                       "fallidos, pida el desbloqueo a un "
                       "supervisor"
                   MOVE "BLOQUEADO" TO w-acc-resultado
               WHEN ope-clave NOT = w-clave
                   DISPLAY "Operador o clave invalidos"
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
               WHEN ope-nivel NOT = 2
                   DISPLAY "La anulacion requiere nivel de supervisor"
                   MOVE ZERO TO ope-intentos
                   REWRITE ope-reg
                   END-REWRITE
                   MOVE "SIN NIVEL" TO w-acc-resultado
               WHEN OTHER
                   MOVE "S" TO w-supervisor-ok
                   MOVE ZERO TO ope-intentos
                   REWRITE ope-reg
                   END-REWRITE
                   MOVE "OK" TO w-acc-resultado
           END-EVALUATE.

       520-REGISTRO-ACCESO.
           OPEN EXTEND ACCESOS.
           MOVE SPACES TO reg-acceso.
           ACCEPT acc-fecha FROM DATE YYYYMMDD.
           ACCEPT acc-hora FROM TIME.
           MOVE w-operador TO acc-operador.
           MOVE "CAJACOBRAN" TO acc-programa.
           MOVE w-acc-resultado TO acc-resultado.
           MOVE "ANULA REC" TO acc-detalle.
           WRITE reg-acceso.
           CLOSE ACCESOS.

       530-BUSCO-RECIBO.
           MOVE "N" TO w-anu-existe.
           MOVE ZERO TO w-flag.
           CLOSE RECIBOS.
           OPEN INPUT RECIBOS.
           PERFORM 160-LEO-RECIBO.
           PERFORM UNTIL w-flag = 1 OR existe-recibo
               IF rec-nro = w-anu-nro
                   MOVE "S" TO w-anu-existe
                   MOVE rec-fecha TO w-anu-fecha
                   MOVE rec-socio TO w-anu-socio
                   MOVE rec-medio TO w-anu-medio
                   MOVE rec-importe TO w-anu-importe
                   MOVE rec-estado TO w-anu-estado
               ELSE
                   PERFORM 160-LEO-RECIBO
               END-IF
           END-PERFORM.
           CLOSE RECIBOS.
           OPEN EXTEND RECIBOS.
           MOVE "S" TO w-che-cartera.
           IF existe-recibo AND w-anu-medio = "C"
               MOVE w-anu-nro TO che-recibo
               READ CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT che-en-cartera
                           MOVE "N" TO w-che-cartera
                       END-IF
               END-READ
           END-IF.

       540-CONFIRMO-ANULACION.
           MOVE w-anu-medio TO w-medio.
           PERFORM 385-DESCRIBO-MEDIO.
           DISPLAY "RECIBO: " w-anu-nro " FECHA: " w-anu-fecha.
           DISPLAY "SOCIO.: " w-anu-socio " MEDIO: " lr-medio.
           DISPLAY "IMPORTE: " w-anu-importe.
           DISPLAY "confirma la anulacion del recibo? (S/N)"
           ACCEPT w-conf.
           IF confirma-anulacion
               MOVE w-anu-socio TO soc-nro
               PERFORM 302-TOMO-BLOQUEO
               IF w-bloqueo-ok NOT = "S"
                   DISPLAY "socio " soc-nro " en uso por el operador "
                       blo-operador ", reintente en un momento"
               ELSE
                   READ SOCIOS INVALID KEY
                       DISPLAY "el socio " soc-nro " ya no existe, "
                           "el recibo no se anula"
                   NOT INVALID KEY
                       PERFORM 550-ANULO-CON-BLOQUEO
                   END-READ
                   PERFORM 303-LIBERO-BLOQUEO
               END-IF
           ELSE
               DISPLAY "Anulacion cancelada"
           END-IF.

       550-ANULO-CON-BLOQUEO.
           PERFORM 320-CAPTURO-ANTES.
           SUBTRACT w-anu-importe FROM soc-importe.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   ADD w-anu-importe TO soc-importe
                   DISPLAY "no pude debitar la anulacion, "
                       "el recibo no se anula"
               NOT INVALID KEY
                   PERFORM 560-MARCO-RECIBO-ANULADO
                   IF w-anu-medio = "C"
                       PERFORM 568-BAJA-CHEQUE
                   END-IF
                   PERFORM 570-ESCRIBO-CONTRA-ASIENTO
                   PERFORM 360-CAPTURO-DESPUES
                   PERFORM 580-AUDITORIA-ANULACION
                   PERFORM 585-IMPRIMO-ANULACION
                   PERFORM 590-ACUMULO-ANULACION
                   DISPLAY "Recibo nro " w-anu-nro " anulado"
           END-REWRITE.

       560-MARCO-RECIBO-ANULADO.
           CLOSE RECIBOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT RECIBOS.
           OPEN OUTPUT RECTMP.
           PERFORM 160-LEO-RECIBO.
           PERFORM UNTIL w-flag = 1
               IF rec-nro = w-anu-nro
                   MOVE "A" TO rec-estado
                   MOVE w-fecha-hoy TO rec-fecha-anula
               END-IF
               WRITE reg-rectmp FROM reg-recibo
               PERFORM 160-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.
           CLOSE RECTMP.
           MOVE ZERO TO w-flag-tmp.
           OPEN INPUT RECTMP.
           OPEN OUTPUT RECIBOS.
           PERFORM 565-LEO-RECTMP.
           PERFORM UNTIL w-flag-tmp = 1
               WRITE reg-recibo FROM reg-rectmp
               PERFORM 565-LEO-RECTMP
           END-PERFORM.
           CLOSE RECTMP.
           CLOSE RECIBOS.
           OPEN EXTEND RECIBOS.

       565-LEO-RECTMP.
           READ RECTMP AT END MOVE 1 TO w-flag-tmp.

       568-BAJA-CHEQUE.
           MOVE w-anu-nro TO che-recibo.
           DELETE CHEQUES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       570-ESCRIBO-CONTRA-ASIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 355-ASIGNO-SECUENCIA.
           MOVE "D" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "ANULA RECIBO " w-anu-nro
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE w-anu-importe TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el contra-asiento del socio "
                       soc-nro
               NOT INVALID KEY
                   ADD w-anu-importe TO w-tot-mov-anulado
           END-WRITE.

       580-AUDITORIA-ANULACION.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE w-operador TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

       585-IMPRIMO-ANULACION.
           MOVE w-anu-nro TO lr-anu-nro.
           MOVE w-fh-dia TO lr-anu-dia.
           MOVE w-fh-mes TO lr-anu-mes.
           MOVE w-fh-anio TO lr-anu-anio.
           MOVE soc-nro TO lr-socio.
           MOVE soc-nom TO lr-nombre.
           MOVE soc-apell TO lr-apell.
           MOVE w-anu-importe TO lr-anu-importe.
           MOVE w-operador TO lr-anu-supervisor.
           WRITE lin-rec FROM lin-guarda.
           WRITE lin-rec FROM lin-rec-anula.
           WRITE lin-rec FROM lin-rec-socio.
           WRITE lin-rec FROM lin-rec-medio.
           WRITE lin-rec FROM lin-rec-anula-imp.
           WRITE lin-rec FROM lin-rec-anula-sup.
           WRITE lin-rec FROM lin-guarda.

       590-ACUMULO-ANULACION.
           ADD 1 TO w-cant-anulados.
           ADD w-anu-importe TO w-tot-anulado.
           MOVE w-anu-nro TO la-anu-nro.
           MOVE soc-nro TO la-anu-socio.
           MOVE lr-medio TO la-anu-medio.
           COMPUTE la-anu-importe = ZERO - w-anu-importe.
           MOVE w-operador TO la-anu-supervisor.
           WRITE lin-imp FROM lin-arq-anul.

       900-FIN.
           PERFORM 910-IMPRIMO-ARQUEO.
           PERFORM 920-ASIENTO-CIFRAS.
           CLOSE OPERADORES.
           CLOSE CHEQUES.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           MOVE w-cant-transfer TO lam-cant.
           MOVE w-tot-transfer TO lam-importe.
           WRITE lin-imp FROM lin-arq-medio.
           MOVE w-cant-anulados TO laa-cant.
           COMPUTE laa-importe = ZERO - w-tot-anulado.
           WRITE lin-imp FROM lin-arq-anulado.
           MOVE w-cuenta-recibos TO la-recibos.
           WRITE lin-imp FROM lin-arq-recibos.
           MOVE w-tot-cobrado TO la-total.
           WRITE lin-imp FROM lin-arq-total.
           COMPUTE w-neto-caja = w-tot-cobrado - w-tot-anulado.
           MOVE w-neto-caja TO la-neto.
           WRITE lin-imp FROM lin-arq-neto.
           MOVE w-tot-movimientos TO la-movs.
           WRITE lin-imp FROM lin-arq-movs.
           MOVE w-tot-mov-anulado TO la-anu-movs.
           WRITE lin-imp FROM lin-arq-anu-movs.
           COMPUTE w-neto-movs = w-tot-movimientos - w-tot-mov-anulado.
           IF w-neto-caja = w-neto-movs
               MOVE "CAJA CUADRADA CONTRA MOVIMIENTOS" TO la-cuadre
           ELSE
               MOVE "DIFERENCIA CONTRA MOVIMIENTOS, REVISAR"
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "CAJACOBRAN" TO cif-programa.
           COMPUTE cif-registros = w-cuenta-recibos + w-cant-anulados.
           MOVE w-tot-anulado TO cif-debitos.
           MOVE w-tot-cobrado TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
