      ******************************************************************
      * Author:
      * Date:
      * Purpose: Procesa el archivo de respuesta del banco al debito
      *          automatico (dbrespAAAAMM.dat, el mismo formato de la
      *          presentacion con el codigo de respuesta del banco a
      *          continuacion del periodo; 000 = debito aceptado).
      *          Por cada debito aceptado emite un recibo con la
      *          numeracion correlativa de recibos.dat (medio "D",
      *          debito automatico), acredita el pago en el saldo del
      *          socio con bloqueo y genera el credito "PAGO RECIBO"
      *          en movimientos.dat, ya aplicado, con asiento en
      *          auditoria.dat. Por cada rechazo suma un rechazo
      *          consecutivo a la adhesion de debitoaut.dat y, al
      *          llegar al maximo fijado, da de baja la adhesion. Un
      *          periodo ya procesado para un socio no se vuelve a
      *          procesar. Periodo y maximo de rechazos se ingresan al
      *          comenzar o se toman de parametros.dat (programa
      *          PROCESADEBITOS, valor1 = periodo AAAAMM, valor2 =
      *          rechazos consecutivos que dan de baja). Emite
      *          respdebitos.lst con aceptados y rechazos con su
      *          codigo, y deja las cifras de control en cifras.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitoaut.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dba-socio.
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
           SELECT OPTIONAL BLOQUEOS ASSIGN TO "..\bloqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is blo-nro.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESPUESTA ASSIGN TO w-nombre-resp
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\respdebitos.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS.
       01  dba-reg.
           03 dba-socio pic 9(6).
           03 dba-cbu pic x(22).
           03 dba-titular pic x(20).
           03 dba-estado pic x.
               88 dba-adherido value "A".
           03 dba-rechazos pic 99.
           03 dba-fecha-alta pic 9(8).
           03 dba-fecha-baja pic 9(8).
           03 dba-ult-periodo pic 9(6).
           03 dba-ult-motivo pic x(3).
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
       FD  RECIBOS.
       01  reg-recibo.
           03 rec-nro pic 9(6).
           03 rec-fecha pic 9(8).
           03 rec-socio pic 9(6).
           03 rec-medio pic x.
           03 rec-importe pic 9(8)v99.
           03 rec-estado pic x.
           03 rec-fecha-anula pic 9(8).
       FD  BLOQUEOS.
       01  blo-reg.
           03 blo-nro pic 9(6).
           03 blo-operador pic x(10).
           03 blo-programa pic x(12).
           03 blo-fecha pic 9(8).
           03 blo-hora pic 9(8).
       FD  AUDITORIA.
       01  lin-audit pic x(206).
       FD  RESPUESTA.
       01  rsp-reg.
           03 rsp-tipo pic x.
           03 rsp-socio pic 9(6).
           03 rsp-cbu pic x(22).
           03 rsp-importe pic 9(8)v99.
           03 rsp-periodo pic 9(6).
           03 rsp-codigo pic x(3).
           03 filler pic x(12).
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
       77  w-flag-rec pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       01  w-nombre-resp pic x(30) value spaces.
       77  w-periodo pic 9(6) value zero.
       77  w-max-rechazos pic 99 value zero.
       77  w-ultimo-recibo pic 9(6) value zero.
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-bloqueo-ok pic x value "N".
       77  w-leidos pic 9(7) value zero.
       77  w-aceptados pic 9(5) value zero.
       77  w-rechazados pic 9(5) value zero.
       77  w-bajas pic 9(5) value zero.
       77  w-no-procesados pic 9(5) value zero.
       77  w-tot-acreditado pic 9(11)v99 value zero.
       77  w-tot-rechazado pic 9(11)v99 value zero.
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
           03 filler pic x(32) value
               "RESPUESTA DEL DEBITO AUTOMATICO".
           03 filler pic x(10) value "PERIODO: ".
           03 l-periodo pic 9(6).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cab.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(15) value "IMPORTE".
           03 filler pic x(8) value "CODIGO".
           03 filler pic x(8) value "RECIBO".
           03 filler pic x(19) value "RESULTADO".
       01  lin-detalle.
           03 l-nro pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-codigo pic x(3) value spaces.
           03 filler pic x(5) value spaces.
           03 l-recibo pic zzzzzz value spaces.
           03 filler pic x(2) value spaces.
           03 l-resultado pic x(19) value spaces.
       01  lin-cuenta-lei.
           03 filler pic x(30) value "DEBITOS INFORMADOS: ".
           03 l-leidos pic zzzzzz9.
       01  lin-cuenta-ace.
           03 filler pic x(30) value "DEBITOS ACEPTADOS: ".
           03 l-aceptados pic zzzz9.
       01  lin-cuenta-rec.
           03 filler pic x(30) value "DEBITOS RECHAZADOS: ".
           03 l-rechazados pic zzzz9.
       01  lin-cuenta-baj.
           03 filler pic x(30) value "BAJAS POR RECHAZOS: ".
           03 l-bajas pic zzzz9.
       01  lin-cuenta-nop.
           03 filler pic x(30) value "NO PROCESADOS: ".
           03 l-no-procesados pic zzzz9.
       01  lin-tot-acreditado.
           03 filler pic x(30) value "TOTAL ACREDITADO: ".
           03 l-tot-acreditado pic zz.zzz.zzz.zz9,99.
       01  lin-tot-rechazado.
           03 filler pic x(30) value "TOTAL RECHAZADO: ".
           03 l-tot-rechazado pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-RESPUESTA.
           PERFORM UNTIL w-flag = 1
               IF rsp-tipo = "D"
                   ADD 1 TO w-leidos
                   PERFORM 300-PROCESO-RESPUESTA
               END-IF
               PERFORM 200-LEE-RESPUESTA
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:6) IS NUMERIC
                   MOVE w-par-v1(1:6) TO w-periodo
               ELSE
                   MOVE ZERO TO w-periodo
               END-IF
               IF w-par-v2(1:2) IS NUMERIC
                   MOVE w-par-v2(1:2) TO w-max-rechazos
               ELSE
                   MOVE ZERO TO w-max-rechazos
               END-IF
           ELSE
               DISPLAY "Ingrese el periodo de la respuesta (AAAAMM)"
               ACCEPT w-periodo
               DISPLAY "Ingrese la cantidad de rechazos consecutivos "
                   "que dan de baja la adhesion"
               ACCEPT w-max-rechazos
           END-IF.
           IF w-max-rechazos = ZERO
               MOVE 3 TO w-max-rechazos
           END-IF.
           OPEN I-O DEBITOS.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO w-nombre-resp.
           STRING "..\dbresp" w-periodo ".dat"
               DELIMITED BY SIZE INTO w-nombre-resp.
           OPEN INPUT RESPUESTA.
           PERFORM 150-BUSCO-ULTIMO-RECIBO.
           OPEN EXTEND RECIBOS.
           MOVE w-periodo TO l-periodo.
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
               IF par-programa = "PROCESADEBITOS"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       150-BUSCO-ULTIMO-RECIBO.
           MOVE ZERO TO w-ultimo-recibo.
           MOVE ZERO TO w-flag-rec.
           OPEN INPUT RECIBOS.
           PERFORM 160-LEO-RECIBO.
           PERFORM UNTIL w-flag-rec = 1
               IF rec-nro > w-ultimo-recibo
                   MOVE rec-nro TO w-ultimo-recibo
               END-IF
               PERFORM 160-LEO-RECIBO
           END-PERFORM.
           CLOSE RECIBOS.

       160-LEO-RECIBO.
           READ RECIBOS AT END MOVE 1 TO w-flag-rec.

       200-LEE-RESPUESTA.
           READ RESPUESTA AT END MOVE 1 TO w-flag.

       300-PROCESO-RESPUESTA.
           MOVE SPACES TO soc-nom.
           MOVE SPACES TO soc-apell.
           MOVE ZERO TO l-recibo.
           MOVE rsp-socio TO dba-socio.
           READ DEBITOS
               INVALID KEY
                   MOVE "SIN ADHESION" TO l-resultado
                   ADD 1 TO w-no-procesados
               NOT INVALID KEY
                   PERFORM 310-VERIFICO-PERIODO
           END-READ.
           PERFORM 450-IMPRIMO-DETALLE.

       310-VERIFICO-PERIODO.
           IF dba-ult-periodo NOT < rsp-periodo
               MOVE "YA PROCESADO" TO l-resultado
               ADD 1 TO w-no-procesados
           ELSE
               IF rsp-codigo = "000"
                   PERFORM 320-DEBITO-ACEPTADO
               ELSE
                   PERFORM 400-DEBITO-RECHAZADO
               END-IF
           END-IF.

      ******************************************************************
      * DEBITO ACEPTADO: RECIBO Y CREDITO EN CUENTA
      ******************************************************************
       320-DEBITO-ACEPTADO.
           MOVE rsp-socio TO soc-nro.
           PERFORM 330-TOMO-BLOQUEO.
           IF w-bloqueo-ok = "S"
               READ SOCIOS
                   INVALID KEY
                       MOVE "SOCIO INEXISTENTE" TO l-resultado
                       ADD 1 TO w-no-procesados
                   NOT INVALID KEY
                       PERFORM 340-ACREDITO-CON-BLOQUEO
               END-READ
               PERFORM 335-LIBERO-BLOQUEO
           ELSE
               MOVE "SOCIO EN USO" TO l-resultado
               ADD 1 TO w-no-procesados
           END-IF.

       330-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "PROCESADEB" TO blo-operador
                   MOVE "PROCESADEB" TO blo-programa
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

       335-LIBERO-BLOQUEO.
           MOVE soc-nro TO blo-nro.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       340-ACREDITO-CON-BLOQUEO.
           PERFORM 360-CAPTURO-ANTES.
           ADD rsp-importe TO soc-importe.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   SUBTRACT rsp-importe FROM soc-importe
                   MOVE "ERROR AL REESCRIBIR" TO l-resultado
                   ADD 1 TO w-no-procesados
               NOT INVALID KEY
                   ADD 1 TO w-ultimo-recibo
                   PERFORM 345-GRABO-RECIBO
                   PERFORM 350-ESCRIBO-MOVIMIENTO
                   PERFORM 365-CAPTURO-DESPUES
                   PERFORM 370-ESCRIBO-AUDITORIA
                   MOVE ZERO TO dba-rechazos
                   MOVE rsp-periodo TO dba-ult-periodo
                   MOVE rsp-codigo TO dba-ult-motivo
                   PERFORM 420-REESCRIBO-ADHESION
                   MOVE w-ultimo-recibo TO l-recibo
                   MOVE "ACEPTADO" TO l-resultado
                   ADD 1 TO w-aceptados
                   ADD rsp-importe TO w-tot-acreditado
           END-REWRITE.

       345-GRABO-RECIBO.
           MOVE w-ultimo-recibo TO rec-nro.
           MOVE w-fecha-hoy TO rec-fecha.
           MOVE soc-nro TO rec-socio.
           MOVE "D" TO rec-medio.
           MOVE rsp-importe TO rec-importe.
           MOVE SPACE TO rec-estado.
           MOVE ZERO TO rec-fecha-anula.
           WRITE reg-recibo.

       350-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 355-ASIGNO-SECUENCIA.
           MOVE "C" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "PAGO RECIBO " w-ultimo-recibo
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE rsp-importe TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
           END-WRITE.

       355-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           PERFORM UNTIL sec-libre OR mov-secuencia = 9999
               ADD 1 TO mov-secuencia
               READ MOVIMIENTOS
                   INVALID KEY
                       MOVE "S" TO w-sec-libre
               END-READ
           END-PERFORM.

       360-CAPTURO-ANTES.
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

       365-CAPTURO-DESPUES.
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

       370-ESCRIBO-AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE "PROCESADEB" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

      ******************************************************************
      * DEBITO RECHAZADO
      ******************************************************************
       400-DEBITO-RECHAZADO.
           MOVE rsp-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   CONTINUE
           END-READ.
           ADD 1 TO dba-rechazos.
           MOVE rsp-periodo TO dba-ult-periodo.
           MOVE rsp-codigo TO dba-ult-motivo.
           ADD 1 TO w-rechazados.
           ADD rsp-importe TO w-tot-rechazado.
           IF dba-rechazos NOT < w-max-rechazos AND dba-adherido
               MOVE "B" TO dba-estado
               MOVE w-fecha-hoy TO dba-fecha-baja
               ADD 1 TO w-bajas
               MOVE "RECHAZADO - BAJA" TO l-resultado
           ELSE
               MOVE "RECHAZADO" TO l-resultado
           END-IF.
           PERFORM 420-REESCRIBO-ADHESION.

       420-REESCRIBO-ADHESION.
           REWRITE dba-reg
               INVALID KEY
                   DISPLAY "no pude actualizar la adhesion del socio "
                       dba-socio
           END-REWRITE.

       450-IMPRIMO-DETALLE.
           MOVE rsp-socio TO l-nro.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE rsp-importe TO l-importe.
           MOVE rsp-codigo TO l-codigo.
           WRITE lin-imp FROM lin-detalle.

       900-FIN.
           MOVE w-leidos TO l-leidos.
           MOVE w-aceptados TO l-aceptados.
           MOVE w-rechazados TO l-rechazados.
           MOVE w-bajas TO l-bajas.
           MOVE w-no-procesados TO l-no-procesados.
           MOVE w-tot-acreditado TO l-tot-acreditado.
           MOVE w-tot-rechazado TO l-tot-rechazado.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-lei.
           WRITE lin-imp FROM lin-cuenta-ace.
           WRITE lin-imp FROM lin-cuenta-rec.
           WRITE lin-imp FROM lin-cuenta-baj.
           WRITE lin-imp FROM lin-cuenta-nop.
           WRITE lin-imp FROM lin-tot-acreditado.
           WRITE lin-imp FROM lin-tot-rechazado.
           PERFORM 960-ASIENTO-CIFRAS.
           CLOSE DEBITOS.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE RECIBOS.
           CLOSE AUDITORIA.
           CLOSE RESPUESTA.
           CLOSE LISTADO.

       960-ASIENTO-CIFRAS.
           OPEN EXTEND CIFRAS.
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "PROCESADEB" TO cif-programa.
           MOVE w-aceptados TO cif-registros.
           MOVE ZERO TO cif-debitos.
           MOVE w-tot-acreditado TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
       END PROGRAM YOUR-PROGRAM-NAME.
