      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de cheques en cartera ordenados por fecha de
      *          pago, para planificar los depositos de tesoreria.
      *          Toma los cheques de cheques.dat que siguen en
      *          cartera, con subtotal por fecha de pago y marca de
      *          los que ya se pueden depositar (fecha de pago
      *          cumplida). Al pie informa cantidad e importe total
      *          en cartera y el importe ya depositable.
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
           ACCESS MODE is SEQUENTIAL
           record KEY is che-recibo.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT ARCH-ORDEN ASSIGN TO "..\ordche.tmp".
           SELECT LISTADO ASSIGN TO "..\cheques.lst"
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
       SD  ARCH-ORDEN.
       01  reg-orden.
           03 ord-recibo pic 9(6).
           03 ord-socio pic 9(6).
           03 ord-banco pic x(12).
           03 ord-numero pic 9(8).
           03 ord-fecha-pago pic 9(8).
           03 ord-importe pic 9(8)v99.
           03 ord-estado pic x.
           03 ord-fecha-recibido pic 9(8).
           03 ord-fecha-estado pic 9(8).
       FD  LISTADO.
       01  lin-imp pic x(90).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-hay-grupo pic x value "N".
       77  w-fecha-ant pic 9(8) value zero.
       77  w-sub-cant pic 9(5) value zero.
       77  w-sub-importe pic 9(11)v99 value zero.
       77  w-tot-cant pic 9(5) value zero.
       77  w-tot-importe pic 9(11)v99 value zero.
       77  w-tot-depositable pic 9(11)v99 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03  w-fh-anio pic 9999.
           03  w-fh-mes pic 99.
           03  w-fh-dia pic 99.
       01  w-fecha-ord pic 9(8).
       01  w-fecha-ord-r redefines w-fecha-ord.
           03  w-fo-anio pic 9999.
           03  w-fo-mes pic 99.
           03  w-fo-dia pic 99.
       01  lin-titulo.
           03 filler pic x(40) value
               "CHEQUES EN CARTERA POR FECHA DE PAGO".
           03 filler pic x(7) value "FECHA: ".
           03 l-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-anio pic 9999.
       01  lin-guarda.
           03 filler pic x(90) value all "-".
       01  lin-cabecera.
           03 filler pic x(8) value "RECIBO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(14) value "BANCO".
           03 filler pic x(10) value "CHEQUE".
           03 filler pic x(15) value "IMPORTE".
       01  lin-fecha.
           03 filler pic x(16) value "FECHA DE PAGO: ".
           03 l-fp-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-fp-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-fp-anio pic 9999.
           03 filler pic x(2) value spaces.
           03 l-depositable pic x(12) value spaces.
       01  lin-detalle.
           03 l-recibo pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-banco pic x(12) value spaces.
           03 filler pic x(2) value spaces.
           03 l-numero pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-importe pic zz.zzz.zz9,99.
       01  lin-subtotal.
           03 filler pic x(30) value "SUBTOTAL DE LA FECHA (".
           03 l-sub-cant pic zzzz9.
           03 filler pic x(4) value "): ".
           03 l-sub-importe pic zz.zzz.zzz.zz9,99.
       01  lin-total.
           03 filler pic x(30) value "TOTAL EN CARTERA (".
           03 l-tot-cant pic zzzz9.
           03 filler pic x(4) value "): ".
           03 l-tot-importe pic zz.zzz.zzz.zz9,99.
       01  lin-depositable.
           03 filler pic x(39) value "DEPOSITABLE AL DIA DE HOY: ".
           03 l-tot-depositable pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ord-fecha-pago ord-recibo
               USING CHEQUES
               OUTPUT PROCEDURE IS 300-PROCESAR-ORDENADO.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fh-dia TO l-dia.
           MOVE w-fh-mes TO l-mes.
           MOVE w-fh-anio TO l-anio.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cabecera.
           WRITE lin-imp FROM lin-guarda.

       300-PROCESAR-ORDENADO.
           PERFORM 310-LEO-ORDENADO.
           PERFORM UNTIL w-flag = 1
               IF ord-estado = "C"
                   PERFORM 320-PROCESO-CHEQUE
               END-IF
               PERFORM 310-LEO-ORDENADO
           END-PERFORM.
           IF w-hay-grupo = "S"
               PERFORM 360-IMPRIMO-SUBTOTAL
           END-IF.

       310-LEO-ORDENADO.
           RETURN ARCH-ORDEN AT END MOVE 1 TO w-flag.

       320-PROCESO-CHEQUE.
           IF w-hay-grupo = "N" OR ord-fecha-pago NOT = w-fecha-ant
               IF w-hay-grupo = "S"
                   PERFORM 360-IMPRIMO-SUBTOTAL
               END-IF
               PERFORM 340-IMPRIMO-CORTE-FECHA
               MOVE ord-fecha-pago TO w-fecha-ant
               MOVE "S" TO w-hay-grupo
           END-IF.
           PERFORM 350-IMPRIMO-DETALLE.

       340-IMPRIMO-CORTE-FECHA.
           MOVE ord-fecha-pago TO w-fecha-ord.
           MOVE w-fo-dia TO l-fp-dia.
           MOVE w-fo-mes TO l-fp-mes.
           MOVE w-fo-anio TO l-fp-anio.
           IF ord-fecha-pago NOT > w-fecha-hoy
               MOVE "DEPOSITABLE" TO l-depositable
           ELSE
               MOVE SPACES TO l-depositable
           END-IF.
           WRITE lin-imp FROM lin-fecha.

       350-IMPRIMO-DETALLE.
           MOVE ord-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE "NO EXISTE" TO l-nombre
                   MOVE SPACES TO l-apell
               NOT INVALID KEY
                   MOVE soc-nom TO l-nombre
                   MOVE soc-apell TO l-apell
           END-READ.
           MOVE ord-recibo TO l-recibo.
           MOVE ord-socio TO l-socio.
           MOVE ord-banco TO l-banco.
           MOVE ord-numero TO l-numero.
           MOVE ord-importe TO l-importe.
           WRITE lin-imp FROM lin-detalle.
           ADD 1 TO w-sub-cant.
           ADD ord-importe TO w-sub-importe.
           ADD 1 TO w-tot-cant.
           ADD ord-importe TO w-tot-importe.
           IF ord-fecha-pago NOT > w-fecha-hoy
               ADD ord-importe TO w-tot-depositable
           END-IF.

       360-IMPRIMO-SUBTOTAL.
           MOVE w-sub-cant TO l-sub-cant.
           MOVE w-sub-importe TO l-sub-importe.
           WRITE lin-imp FROM lin-subtotal.
           WRITE lin-imp FROM lin-guarda.
           MOVE ZERO TO w-sub-cant.
           MOVE ZERO TO w-sub-importe.

       900-FIN.
           MOVE w-tot-cant TO l-tot-cant.
           MOVE w-tot-importe TO l-tot-importe.
           WRITE lin-imp FROM lin-total.
           MOVE w-tot-depositable TO l-tot-depositable.
           WRITE lin-imp FROM lin-depositable.
           CLOSE SOCIOS.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
