      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de convenios de pago de convenios.dat
      *          agrupados por estado (cumplidos, caducados y
      *          vigentes). Por cada convenio muestra el socio, la
      *          fecha, la deuda refinanciada, las cuotas facturadas
      *          sobre el total y lo que queda pendiente (lo que
      *          falta facturar en los vigentes, el saldo que volvio
      *          a la cuenta en los caducados), con subtotales por
      *          estado y total general en convenios.lst.
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
           ACCESS MODE is SEQUENTIAL
           record KEY is cnv-nro
           ALTERNATE record key is cnv-socio WITH DUPLICATES.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
           SELECT ARCH-ORDEN ASSIGN TO "..\ordcnv.tmp".
           SELECT LISTADO ASSIGN TO "..\convenios.lst"
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
       SD  ARCH-ORDEN.
       01  reg-orden.
           03 ord-nro pic 9(6).
           03 ord-socio pic 9(6).
           03 ord-fecha pic 9(8).
           03 ord-deuda pic 9(8)v99.
           03 ord-cuotas pic 99.
           03 ord-importe-cuota pic 9(8)v99.
           03 ord-periodo-desde pic 9(6).
           03 ord-facturadas pic 99.
           03 ord-tot-facturado pic 9(8)v99.
           03 ord-ult-periodo pic 9(6).
           03 ord-estado pic x.
           03 ord-fecha-estado pic 9(8).
           03 ord-saldo-caducado pic 9(8)v99.
       FD  LISTADO.
       01  lin-imp pic x(90).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-hay-grupo pic x value "N".
       77  w-estado-ant pic x value space.
       77  w-pendiente pic 9(8)v99 value zero.
       77  w-sub-cant pic 9(5) value zero.
       77  w-sub-deuda pic 9(11)v99 value zero.
       77  w-sub-facturado pic 9(11)v99 value zero.
       77  w-sub-pendiente pic 9(11)v99 value zero.
       77  w-tot-cant pic 9(5) value zero.
       77  w-tot-deuda pic 9(11)v99 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03  w-fh-anio pic 9999.
           03  w-fh-mes pic 99.
           03  w-fh-dia pic 99.
       01  lin-titulo.
           03 filler pic x(40) value
               "CONVENIOS DE PAGO POR ESTADO".
           03 filler pic x(7) value "FECHA: ".
           03 l-dia pic 99.
           03 filler pic x(1) value "/".
           03 l-mes pic 99.
           03 filler pic x(1) value "/".
           03 l-anio pic 9999.
       01  lin-guarda.
           03 filler pic x(90) value all "-".
       01  lin-cabecera.
           03 filler pic x(9) value "CONVENIO".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(22) value "NOMBRE".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(15) value "DEUDA".
           03 filler pic x(8) value "CUOTAS".
           03 filler pic x(15) value "PENDIENTE".
       01  lin-estado.
           03 filler pic x(19) value "CONVENIOS EN ESTADO".
           03 l-desc-estado pic x(10) value spaces.
       01  lin-detalle.
           03 l-nro pic 9(6).
           03 filler pic x(3) value spaces.
           03 l-socio pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-apell pic x(10) value spaces.
           03 filler pic x(1) value spaces.
           03 l-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-deuda pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-facturadas pic z9.
           03 filler pic x(1) value "/".
           03 l-cuotas pic z9.
           03 filler pic x(3) value spaces.
           03 l-pendiente pic zz.zzz.zz9,99.
       01  lin-subtotal.
           03 filler pic x(12) value "SUBTOTAL (".
           03 l-sub-cant pic zzzz9.
           03 filler pic x(4) value "): ".
           03 filler pic x(7) value "DEUDA ".
           03 l-sub-deuda pic zz.zzz.zzz.zz9,99.
           03 filler pic x(12) value " FACTURADO ".
           03 l-sub-facturado pic zz.zzz.zzz.zz9,99.
       01  lin-sub-pendiente.
           03 filler pic x(35) value spaces.
           03 filler pic x(12) value " PENDIENTE ".
           03 l-sub-pendiente pic zz.zzz.zzz.zz9,99.
       01  lin-total.
           03 filler pic x(30) value "TOTAL DE CONVENIOS (".
           03 l-tot-cant pic zzzz9.
           03 filler pic x(4) value "): ".
           03 l-tot-deuda pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT ARCH-ORDEN
               ON ASCENDING KEY ord-estado ord-nro
               USING CONVENIOS
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
               PERFORM 320-PROCESO-CONVENIO
               PERFORM 310-LEO-ORDENADO
           END-PERFORM.
           IF w-hay-grupo = "S"
               PERFORM 360-IMPRIMO-SUBTOTAL
           END-IF.

       310-LEO-ORDENADO.
           RETURN ARCH-ORDEN AT END MOVE 1 TO w-flag.

       320-PROCESO-CONVENIO.
           IF w-hay-grupo = "N" OR ord-estado NOT = w-estado-ant
               IF w-hay-grupo = "S"
                   PERFORM 360-IMPRIMO-SUBTOTAL
               END-IF
               PERFORM 340-IMPRIMO-CORTE-ESTADO
               MOVE ord-estado TO w-estado-ant
               MOVE "S" TO w-hay-grupo
           END-IF.
           PERFORM 350-IMPRIMO-DETALLE.

       340-IMPRIMO-CORTE-ESTADO.
           EVALUATE ord-estado
               WHEN "V" MOVE " VIGENTE" TO l-desc-estado
               WHEN "C" MOVE " CUMPLIDO" TO l-desc-estado
               WHEN "K" MOVE " CADUCADO" TO l-desc-estado
               WHEN OTHER MOVE ord-estado TO l-desc-estado
           END-EVALUATE.
           WRITE lin-imp FROM lin-estado.

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
           EVALUATE ord-estado
               WHEN "V"
                   COMPUTE w-pendiente = ord-deuda - ord-tot-facturado
               WHEN "K"
                   MOVE ord-saldo-caducado TO w-pendiente
               WHEN OTHER
                   MOVE ZERO TO w-pendiente
           END-EVALUATE.
           MOVE ord-nro TO l-nro.
           MOVE ord-socio TO l-socio.
           MOVE ord-fecha TO l-fecha.
           MOVE ord-deuda TO l-deuda.
           MOVE ord-facturadas TO l-facturadas.
           MOVE ord-cuotas TO l-cuotas.
           MOVE w-pendiente TO l-pendiente.
           WRITE lin-imp FROM lin-detalle.
           ADD 1 TO w-sub-cant.
           ADD ord-deuda TO w-sub-deuda.
           ADD ord-tot-facturado TO w-sub-facturado.
           ADD w-pendiente TO w-sub-pendiente.
           ADD 1 TO w-tot-cant.
           ADD ord-deuda TO w-tot-deuda.

       360-IMPRIMO-SUBTOTAL.
           MOVE w-sub-cant TO l-sub-cant.
           MOVE w-sub-deuda TO l-sub-deuda.
           MOVE w-sub-facturado TO l-sub-facturado.
           MOVE w-sub-pendiente TO l-sub-pendiente.
           WRITE lin-imp FROM lin-subtotal.
           WRITE lin-imp FROM lin-sub-pendiente.
           WRITE lin-imp FROM lin-guarda.
           MOVE ZERO TO w-sub-cant.
           MOVE ZERO TO w-sub-deuda.
           MOVE ZERO TO w-sub-facturado.
           MOVE ZERO TO w-sub-pendiente.

       900-FIN.
           MOVE w-tot-cant TO l-tot-cant.
           MOVE w-tot-deuda TO l-tot-deuda.
           WRITE lin-imp FROM lin-total.
           CLOSE SOCIOS.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
