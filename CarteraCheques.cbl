      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cartera de cheques recibidos en la caja. Cada cheque
      *          de cheques.dat (alimentado por los recibos cobrados
      *          con medio "C") pasa por los estados en cartera,
      *          depositado, acreditado y rechazado. Al rechazar un
      *          cheque se debita en la cuenta del socio el importe
      *          del recibo (contra-asiento del credito) y el gasto
      *          bancario fijado en parametros.dat (programa
      *          CARTERACHEQUES, valor1 = gasto por rechazo), con
      *          bloqueo del socio, asiento en auditoria.dat, y el
      *          socio queda marcado para seguimiento en
      *          seguimiento.dat. Al salir deja las cifras de control
      *          en cifras.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHEQUES ASSIGN TO "..\cheques.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is che-recibo.
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
           SELECT OPTIONAL SEGUIMIENTO ASSIGN TO "..\seguimiento.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               88 che-depositado value "D".
               88 che-acreditado value "A".
               88 che-rechazado value "R".
           03 che-fecha-recibido pic 9(8).
           03 che-fecha-estado pic 9(8).
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
       FD  SEGUIMIENTO.
       01  reg-seguim.
           03 seg-fecha pic 9(8).
           03 filler pic x(1).
           03 seg-socio pic 9(6).
           03 filler pic x(1).
           03 seg-motivo pic x(20).
           03 filler pic x(1).
           03 seg-referencia pic x(30).
           03 filler pic x(1).
           03 seg-importe pic 9(8)v99.
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
       77  w-opcion pic 9 value zero.
           88 salir value 9.
       77  w-flag-par pic 9 value zero.
       77  w-existe pic x value "N".
           88  existe-cheque value "S".
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       01  w-par-v1 pic x(15) value spaces.
       77  w-gasto pic 9(8)v99 value zero.
       77  w-debito pic 9(8)v99 value zero.
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-bloqueo-ok pic x value "N".
       77  w-cant-depositados pic 9(5) value zero.
       77  w-cant-acreditados pic 9(5) value zero.
       77  w-cant-rechazados pic 9(5) value zero.
       77  w-tot-debitos pic 9(11)v99 value zero.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-desc-estado pic x(11) value spaces.
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
           OPEN I-O CHEQUES.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida AND w-par-v1(1:8) IS NUMERIC
               MOVE w-par-v1(1:8) TO w-gasto
           ELSE
               DISPLAY "Ingrese el gasto bancario por cheque rechazado"
               ACCEPT w-gasto
           END-IF.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "CARTERACHEQUES"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       200-MENU.
           display "1 - Deposito de cheque".
           display "2 - Acreditacion de cheque depositado".
           display "3 - Rechazo de cheque".
           display "4 - Consulta de cheque".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-DEPOSITO
               WHEN 2 PERFORM 500-ACREDITACION
               WHEN 3 PERFORM 600-RECHAZO
               WHEN 4 PERFORM 700-CONSULTA
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

       310-PIDO-CHEQUE.
           MOVE "N" TO w-existe.
           DISPLAY "ingrese el nro de recibo del cheque"
           ACCEPT che-recibo.
           READ CHEQUES
               INVALID KEY
                   DISPLAY "no hay cheque para el recibo " che-recibo
               NOT INVALID KEY
                   MOVE "S" TO w-existe
                   PERFORM 320-MUESTRO-CHEQUE
           END-READ.

       320-MUESTRO-CHEQUE.
           PERFORM 330-DESCRIBO-ESTADO.
           DISPLAY "RECIBO: " che-recibo "  SOCIO: " che-socio.
           DISPLAY "BANCO.: " che-banco "  CHEQUE NRO: " che-numero.
           DISPLAY "FECHA DE PAGO: " che-fecha-pago
               "  IMPORTE: " che-importe.
           DISPLAY "ESTADO: " w-desc-estado " DESDE " che-fecha-estado.

       330-DESCRIBO-ESTADO.
           EVALUATE TRUE
               WHEN che-en-cartera MOVE "EN CARTERA" TO w-desc-estado
               WHEN che-depositado MOVE "DEPOSITADO" TO w-desc-estado
               WHEN che-acreditado MOVE "ACREDITADO" TO w-desc-estado
               WHEN che-rechazado MOVE "RECHAZADO" TO w-desc-estado
               WHEN OTHER MOVE che-estado TO w-desc-estado
           END-EVALUATE.

       340-CAMBIO-ESTADO.
           MOVE w-fecha-hoy TO che-fecha-estado.
           REWRITE che-reg
               INVALID KEY
                   DISPLAY "no pude actualizar el cheque del recibo "
                       che-recibo
           END-REWRITE.

      ******************************************************************
      * DEPOSITO Y ACREDITACION
      ******************************************************************
       400-DEPOSITO.
           PERFORM 310-PIDO-CHEQUE.
           IF existe-cheque
               IF che-en-cartera
                   MOVE "D" TO che-estado
                   PERFORM 340-CAMBIO-ESTADO
                   ADD 1 TO w-cant-depositados
                   DISPLAY "Cheque depositado"
               ELSE
                   DISPLAY "El cheque no esta en cartera"
               END-IF
           END-IF.

       500-ACREDITACION.
           PERFORM 310-PIDO-CHEQUE.
           IF existe-cheque
               IF che-depositado
                   MOVE "A" TO che-estado
                   PERFORM 340-CAMBIO-ESTADO
                   ADD 1 TO w-cant-acreditados
                   DISPLAY "Cheque acreditado"
               ELSE
                   DISPLAY "Solo se acredita un cheque depositado"
               END-IF
           END-IF.

      ******************************************************************
      * RECHAZO DE CHEQUE
      ******************************************************************
       600-RECHAZO.
           PERFORM 310-PIDO-CHEQUE.
           IF existe-cheque
               IF che-en-cartera OR che-depositado
                   DISPLAY "confirma el rechazo del cheque? (S/N)"
                   ACCEPT w-conf
                   IF confirma
                       PERFORM 610-RECHAZO-SOCIO
                   ELSE
                       DISPLAY "Rechazo cancelado"
                   END-IF
               ELSE
                   DISPLAY "Solo se rechaza un cheque en cartera "
                       "o depositado"
               END-IF
           END-IF.

       610-RECHAZO-SOCIO.
           MOVE che-socio TO soc-nro.
           PERFORM 620-TOMO-BLOQUEO.
           IF w-bloqueo-ok NOT = "S"
               DISPLAY "socio " soc-nro " en uso por el operador "
                   blo-operador ", reintente en un momento"
           ELSE
               READ SOCIOS INVALID KEY
                   DISPLAY "el socio " soc-nro " no existe, "
                       "el cheque no se rechaza"
               NOT INVALID KEY
                   PERFORM 630-RECHAZO-CON-BLOQUEO
               END-READ
               PERFORM 625-LIBERO-BLOQUEO
           END-IF.

       620-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "TESORERIA" TO blo-operador
                   MOVE "CARTERACHE" TO blo-programa
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

       625-LIBERO-BLOQUEO.
           MOVE soc-nro TO blo-nro.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       630-RECHAZO-CON-BLOQUEO.
           PERFORM 640-CAPTURO-ANTES.
           COMPUTE w-debito = che-importe + w-gasto.
           SUBTRACT w-debito FROM soc-importe.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   ADD w-debito TO soc-importe
                   DISPLAY "no pude debitar el rechazo, "
                       "el cheque queda como estaba"
               NOT INVALID KEY
                   MOVE "R" TO che-estado
                   PERFORM 340-CAMBIO-ESTADO
                   PERFORM 650-ESCRIBO-DEBITOS
                   PERFORM 645-CAPTURO-DESPUES
                   PERFORM 670-ESCRIBO-AUDITORIA
                   PERFORM 680-MARCO-SEGUIMIENTO
                   ADD 1 TO w-cant-rechazados
                   DISPLAY "Cheque rechazado, debito en cuenta: "
                       w-debito
           END-REWRITE.

       640-CAPTURO-ANTES.
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

       645-CAPTURO-DESPUES.
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

       650-ESCRIBO-DEBITOS.
           MOVE SPACES TO mov-concepto.
           STRING "CHEQUE RECH. " che-recibo
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE che-importe TO mov-importe.
           PERFORM 660-ESCRIBO-MOVIMIENTO.
           IF w-gasto > ZERO
               MOVE "GASTO CHEQUE RECH." TO mov-concepto
               MOVE w-gasto TO mov-importe
               PERFORM 660-ESCRIBO-MOVIMIENTO
           END-IF.

       660-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 665-ASIGNO-SECUENCIA.
           MOVE "D" TO mov-tipo.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
               NOT INVALID KEY
                   ADD mov-importe TO w-tot-debitos
           END-WRITE.

       665-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           PERFORM UNTIL sec-libre OR mov-secuencia = 9999
               ADD 1 TO mov-secuencia
               READ MOVIMIENTOS
                   INVALID KEY
                       MOVE "S" TO w-sec-libre
               END-READ
           END-PERFORM.

       670-ESCRIBO-AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE "CARTERACHE" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

       680-MARCO-SEGUIMIENTO.
           OPEN EXTEND SEGUIMIENTO.
           MOVE SPACES TO reg-seguim.
           MOVE w-fecha-hoy TO seg-fecha.
           MOVE soc-nro TO seg-socio.
           MOVE "CHEQUE RECHAZADO" TO seg-motivo.
           STRING "REC " che-recibo " " che-banco " " che-numero
               DELIMITED BY SIZE INTO seg-referencia.
           MOVE w-debito TO seg-importe.
           WRITE reg-seguim.
           CLOSE SEGUIMIENTO.

      ******************************************************************
      * CONSULTA
      ******************************************************************
       700-CONSULTA.
           PERFORM 310-PIDO-CHEQUE.

       900-FIN.
           PERFORM 960-ASIENTO-CIFRAS.
           DISPLAY "Cheques depositados..: " w-cant-depositados.
           DISPLAY "Cheques acreditados..: " w-cant-acreditados.
           DISPLAY "Cheques rechazados...: " w-cant-rechazados.
           DISPLAY "Debitos por rechazo..: " w-tot-debitos.
           CLOSE CHEQUES.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.

       960-ASIENTO-CIFRAS.
           OPEN EXTEND CIFRAS.
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "CARTERACHEQ" TO cif-programa.
           MOVE w-cant-rechazados TO cif-registros.
           MOVE w-tot-debitos TO cif-debitos.
           MOVE ZERO TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
       END PROGRAM YOUR-PROGRAM-NAME.
