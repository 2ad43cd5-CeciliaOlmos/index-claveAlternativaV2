      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida mensual de recargo por mora. Por cada socio
      *          activo o suspendido cruza los debitos "CUOTA SOCIAL
      *          AAAAMM" (y el "SALDO EJERCICIO ANT." del cierre)
      *          contra los creditos de movimientos.dat, como el
      *          reporte de morosidad, y sobre la parte impaga de
      *          cada cuota ya vencida (periodo anterior al del
      *          recargo) aplica la tasa de recargo. El importe se
      *          debita como "RECARGO MORA AAAAMM", ya aplicado al
      *          saldo, con bloqueo del socio y asiento en
      *          auditoria.dat. El periodo y la tasa se ingresan al
      *          comenzar la corrida o se toman de parametros.dat
      *          (programa RECARGOMORA, valor1 = periodo AAAAMM,
      *          valor2 = tasa en porcentaje con dos decimales sin
      *          coma, 00500 = 5,00%). Cada corrida queda asentada
      *          en recargos.dat y se rechaza recargar dos veces el
      *          mismo periodo. Emite recargos.lst con totales y deja
      *          las cifras de control en cifras.dat.
      *          La deuda refinanciada en un convenio de pago no se
      *          recarga: el credito del convenio cubre esas cuotas,
      *          los pagos se imputan primero a las cuotas del
      *          convenio y a los aranceles de actividades y, si el
      *          convenio caduca, el saldo que vuelve a la cuenta
      *          cuenta como una cuota vencida.
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
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BLOQUEOS ASSIGN TO "..\bloqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is blo-nro.
           SELECT LISTADO ASSIGN TO "..\recargos.lst"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RECARGOS ASSIGN TO "..\recargos.dat"
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
       FD  AUDITORIA.
       01  lin-audit pic x(206).
       FD  BLOQUEOS.
       01  blo-reg.
           03 blo-nro pic 9(6).
           03 blo-operador pic x(10).
           03 blo-programa pic x(12).
           03 blo-fecha pic 9(8).
           03 blo-hora pic 9(8).
       FD  LISTADO.
       01  lin-imp pic x(80).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  RECARGOS.
       01  reg-recargo.
           03 rcg-periodo pic 9(6).
           03 rcg-fecha pic 9(8).
           03 rcg-tasa pic 9(3)v99.
           03 rcg-socios pic 9(5).
           03 rcg-total pic 9(11)v99.
           03 rcg-estado pic x(9).
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
       77  w-flag-mov pic 9 value zero.
       77  w-flag-rcg pic 9 value zero.
       77  w-desatendida pic x value "N".
           88  corrida-desatendida value "S".
       77  w-flag-par pic 9 value zero.
       01  w-par-v1 pic x(15) value spaces.
       01  w-par-v2 pic x(15) value spaces.
       77  w-periodo pic 9(6) value zero.
       77  w-tasa-ent pic 9(5) value zero.
       77  w-tasa pic 9(3)v99 value zero.
       77  w-per-recargado pic x value "N".
           88  periodo-recargado value "S".
       01  tab-cuotas.
           03 tab-cuo-ent occurs 120 times.
               05 tab-cuo-importe pic 9(8)v99.
               05 tab-cuo-periodo pic 9(6).
       77  w-cuo-cant pic 999 value zero.
       77  w-cuo-i pic 999 value zero.
       77  w-deb-cuotas pic 9(11)v99 value zero.
       77  w-creditos pic 9(11)v99 value zero.
       77  w-reversos pic 9(11)v99 value zero.
       77  w-deuda pic 9(11)v99 value zero.
       77  w-pendiente pic 9(11)v99 value zero.
       77  w-impago-cuota pic 9(8)v99 value zero.
       77  w-base pic 9(11)v99 value zero.
       77  w-vencidas pic 999 value zero.
       77  w-recargo pic 9(8)v99 value zero.
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-bloqueo-ok pic x value "N".
       77  w-recargados pic 9(5) value zero.
       77  w-no-recargados pic 9(5) value zero.
       77  w-tot-base pic 9(11)v99 value zero.
       77  w-tot-recargo pic 9(11)v99 value zero.
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
           03 filler pic x(26) value "RECARGO POR MORA - ".
           03 filler pic x(9) value "PERIODO: ".
           03 l-periodo pic 9(6).
           03 filler pic x(9) value "  TASA: ".
           03 l-tasa pic zz9,99.
           03 filler pic x(1) value "%".
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cab.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "NOMBRE".
           03 filler pic x(10) value "APELLIDO".
           03 filler pic x(9) value "VENCIDAS".
           03 filler pic x(15) value "BASE IMPAGA".
           03 filler pic x(13) value "RECARGO".
           03 filler pic x(12) value "RESULTADO".
       01  lin-detalle.
           03 l-nro pic zzzzzz value spaces.
           03 filler pic x(5) value spaces.
           03 l-nombre pic x(10) value spaces.
           03 l-apell pic x(10) value spaces.
           03 l-vencidas pic zz9.
           03 filler pic x(3) value spaces.
           03 l-base pic zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-recargo pic zz.zzz.zz9,99.
           03 filler pic x(1) value spaces.
           03 l-resultado pic x(14) value spaces.
       01  lin-cuenta-rec.
           03 filler pic x(30) value "SOCIOS RECARGADOS: ".
           03 l-recargados pic zzzz9.
       01  lin-cuenta-nor.
           03 filler pic x(30) value "NO RECARGADOS POR ERROR: ".
           03 l-no-recargados pic zzzz9.
       01  lin-tot-base.
           03 filler pic x(30) value "TOTAL BASE IMPAGA VENCIDA: ".
           03 l-tot-base pic zz.zzz.zzz.zz9,99.
       01  lin-tot-recargo.
           03 filler pic x(30) value "TOTAL RECARGADO: ".
           03 l-tot-recargo pic zz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEE-SOCIOS.
           PERFORM UNTIL w-flag = 1
               IF soc-estado = "A" OR soc-estado = "S"
                   PERFORM 300-PROCESO-SOCIO
               END-IF
               PERFORM 200-LEE-SOCIOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN EXTEND AUDITORIA.
           OPEN OUTPUT LISTADO.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-desatendida
               IF w-par-v1(1:6) IS NUMERIC
                   MOVE w-par-v1(1:6) TO w-periodo
               ELSE
                   MOVE ZERO TO w-periodo
               END-IF
               IF w-par-v2(1:5) IS NUMERIC
                   MOVE w-par-v2(1:5) TO w-tasa-ent
               ELSE
                   MOVE ZERO TO w-tasa-ent
               END-IF
           ELSE
               DISPLAY "Ingrese el periodo del recargo (AAAAMM)"
               ACCEPT w-periodo
               DISPLAY "Ingrese la tasa de recargo en porcentaje "
                   "con dos decimales, sin coma (00500 = 5,00%)"
               ACCEPT w-tasa-ent
           END-IF.
           COMPUTE w-tasa = w-tasa-ent / 100.
           IF w-periodo = ZERO OR w-tasa = ZERO
               DISPLAY "Periodo o tasa en cero, corrida cancelada"
               MOVE "PERIODO O TASA EN CERO, CORRIDA CANCELADA"
                   TO lin-imp
               PERFORM 190-CANCELO-CORRIDA
           END-IF.
           PERFORM 150-VERIFICO-PERIODO.
           IF periodo-recargado
               DISPLAY "El periodo " w-periodo " ya fue recargado, "
                   "corrida cancelada"
               MOVE "PERIODO YA RECARGADO, CORRIDA CANCELADA"
                   TO lin-imp
               PERFORM 190-CANCELO-CORRIDA
           END-IF.
           MOVE w-periodo TO l-periodo.
           MOVE w-tasa TO l-tasa.
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
               IF par-programa = "RECARGOMORA"
                   MOVE "S" TO w-desatendida
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

       150-VERIFICO-PERIODO.
           MOVE "N" TO w-per-recargado.
           MOVE ZERO TO w-flag-rcg.
           OPEN INPUT RECARGOS.
           PERFORM 155-LEO-RECARGO.
           PERFORM UNTIL w-flag-rcg = 1
               IF rcg-periodo = w-periodo
                   AND rcg-estado = "APLICADO"
                   MOVE "S" TO w-per-recargado
               END-IF
               PERFORM 155-LEO-RECARGO
           END-PERFORM.
           CLOSE RECARGOS.

       155-LEO-RECARGO.
           READ RECARGOS AT END MOVE 1 TO w-flag-rcg.

       190-CANCELO-CORRIDA.
           WRITE lin-imp.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.
           STOP RUN.

       200-LEE-SOCIOS.
           READ SOCIOS NEXT AT END MOVE 1 TO w-flag.

       300-PROCESO-SOCIO.
           PERFORM 320-CALCULO-MOROSIDAD.
           PERFORM 340-CALCULO-RECARGO.
           IF w-recargo > ZERO
               PERFORM 350-TOMO-BLOQUEO
               IF w-bloqueo-ok = "S"
                   READ SOCIOS
                       INVALID KEY
                           MOVE "ERROR AL RELEER" TO l-resultado
                           ADD 1 TO w-no-recargados
                           PERFORM 450-IMPRIMO-DETALLE
                       NOT INVALID KEY
                           PERFORM 400-RECARGO-SOCIO
                   END-READ
                   PERFORM 355-LIBERO-BLOQUEO
               ELSE
                   MOVE "SOCIO EN USO" TO l-resultado
                   ADD 1 TO w-no-recargados
                   PERFORM 450-IMPRIMO-DETALLE
               END-IF
           END-IF.

       320-CALCULO-MOROSIDAD.
           MOVE ZERO TO w-cuo-cant.
           MOVE ZERO TO w-deb-cuotas.
           MOVE ZERO TO w-creditos.
           MOVE ZERO TO w-reversos.
           MOVE ZERO TO w-flag-mov.
           MOVE soc-nro TO mov-nro.
           MOVE ZEROS TO mov-fecha.
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
           IF w-reversos > w-creditos
               MOVE ZERO TO w-creditos
           ELSE
               SUBTRACT w-reversos FROM w-creditos
           END-IF.
           IF w-deb-cuotas > w-creditos
               COMPUTE w-deuda = w-deb-cuotas - w-creditos
           ELSE
               MOVE ZERO TO w-deuda
           END-IF.

       325-LEO-MOVIMIENTO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
               IF w-flag-mov NOT = 1 AND mov-nro NOT = soc-nro
                   MOVE 1 TO w-flag-mov
               END-IF
           END-IF.

       330-ACUMULO-MOVIMIENTO.
           EVALUATE TRUE
               WHEN mov-tipo = "D"
                   AND mov-concepto(1:13) = "CUOTA SOCIAL "
                   ADD mov-importe TO w-deb-cuotas
                   IF w-cuo-cant < 120
                       ADD 1 TO w-cuo-cant
                       MOVE mov-importe TO tab-cuo-importe(w-cuo-cant)
                       IF mov-concepto(14:6) IS NUMERIC
                           MOVE mov-concepto(14:6)
                               TO tab-cuo-periodo(w-cuo-cant)
                       ELSE
                           MOVE ZERO TO tab-cuo-periodo(w-cuo-cant)
                       END-IF
                   END-IF
               WHEN mov-tipo = "D"
                   AND (mov-concepto = "SALDO EJERCICIO ANT."
                   OR mov-concepto(1:12) = "CADUCA CONV ")
                   ADD mov-importe TO w-deb-cuotas
                   IF w-cuo-cant < 120
                       ADD 1 TO w-cuo-cant
                       MOVE mov-importe TO tab-cuo-importe(w-cuo-cant)
                       MOVE ZERO TO tab-cuo-periodo(w-cuo-cant)
                   END-IF
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "ANULA RECIBO "
                   OR mov-concepto(1:13) = "CHEQUE RECH. "
                   OR mov-concepto(1:13) = "CTA CONVENIO "
                   OR mov-concepto(1:8) = "ARANCEL ")
                   ADD mov-importe TO w-reversos
               WHEN mov-tipo = "C"
                   ADD mov-importe TO w-creditos
           END-EVALUATE.

      *    La deuda se imputa a las cuotas mas recientes (los pagos
      *    cancelan primero las mas viejas); de cada cuota impaga
      *    solo recarga la parte vencida antes del periodo en curso.
       340-CALCULO-RECARGO.
           MOVE ZERO TO w-base.
           MOVE ZERO TO w-vencidas.
           MOVE ZERO TO w-recargo.
           MOVE w-deuda TO w-pendiente.
           PERFORM VARYING w-cuo-i FROM w-cuo-cant BY -1
               UNTIL w-cuo-i < 1 OR w-pendiente = ZERO
               IF tab-cuo-importe(w-cuo-i) > w-pendiente
                   MOVE w-pendiente TO w-impago-cuota
               ELSE
                   MOVE tab-cuo-importe(w-cuo-i) TO w-impago-cuota
               END-IF
               SUBTRACT w-impago-cuota FROM w-pendiente
               IF tab-cuo-periodo(w-cuo-i) < w-periodo
                   ADD w-impago-cuota TO w-base
                   ADD 1 TO w-vencidas
               END-IF
           END-PERFORM.
           IF w-base > ZERO
               COMPUTE w-recargo ROUNDED = w-base * w-tasa / 100
           END-IF.

       350-TOMO-BLOQUEO.
           MOVE "N" TO w-bloqueo-ok.
           MOVE soc-nro TO blo-nro.
           READ BLOQUEOS
               INVALID KEY
                   MOVE soc-nro TO blo-nro
                   MOVE "RECARGOMOR" TO blo-operador
                   MOVE "RECARGOMOR" TO blo-programa
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

       355-LIBERO-BLOQUEO.
           MOVE soc-nro TO blo-nro.
           DELETE BLOQUEOS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       400-RECARGO-SOCIO.
           PERFORM 410-CAPTURO-ANTES.
           SUBTRACT w-recargo FROM soc-importe.
           ACCEPT soc-fecha-modif FROM DATE YYYYMMDD.
           REWRITE soc-reg
               INVALID KEY
                   ADD w-recargo TO soc-importe
                   MOVE "ERROR AL REESCRIBIR" TO l-resultado
                   ADD 1 TO w-no-recargados
                   PERFORM 450-IMPRIMO-DETALLE
               NOT INVALID KEY
                   MOVE "RECARGADO" TO l-resultado
                   ADD 1 TO w-recargados
                   ADD w-base TO w-tot-base
                   ADD w-recargo TO w-tot-recargo
                   PERFORM 440-ESCRIBO-MOVIMIENTO
                   PERFORM 420-CAPTURO-DESPUES
                   PERFORM 430-ESCRIBO-AUDITORIA
                   PERFORM 450-IMPRIMO-DETALLE
           END-REWRITE.

       410-CAPTURO-ANTES.
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

       420-CAPTURO-DESPUES.
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

       430-ESCRIBO-AUDITORIA.
           ACCEPT lad-fecha FROM DATE YYYYMMDD.
           ACCEPT lad-hora FROM TIME.
           MOVE "RECARGOMOR" TO lad-operador.
           MOVE "MODI" TO lad-operacion.
           MOVE soc-nro TO lad-nro.
           MOVE reg-antes TO lad-antes.
           MOVE reg-despues TO lad-despues.
           WRITE lin-audit FROM lin-audit-det.

       440-ESCRIBO-MOVIMIENTO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 445-ASIGNO-SECUENCIA.
           MOVE "D" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "RECARGO MORA " w-periodo
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE w-recargo TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
           END-WRITE.

       445-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           PERFORM UNTIL sec-libre OR mov-secuencia = 9999
               ADD 1 TO mov-secuencia
               READ MOVIMIENTOS
                   INVALID KEY
                       MOVE "S" TO w-sec-libre
               END-READ
           END-PERFORM.

       450-IMPRIMO-DETALLE.
           MOVE soc-nro TO l-nro.
           MOVE soc-nom TO l-nombre.
           MOVE soc-apell TO l-apell.
           MOVE w-vencidas TO l-vencidas.
           MOVE w-base TO l-base.
           MOVE w-recargo TO l-recargo.
           WRITE lin-imp FROM lin-detalle.

       900-FIN.
           MOVE w-recargados TO l-recargados.
           MOVE w-no-recargados TO l-no-recargados.
           MOVE w-tot-base TO l-tot-base.
           MOVE w-tot-recargo TO l-tot-recargo.
           WRITE lin-imp FROM lin-guarda.
           WRITE lin-imp FROM lin-cuenta-rec.
           WRITE lin-imp FROM lin-cuenta-nor.
           WRITE lin-imp FROM lin-tot-base.
           WRITE lin-imp FROM lin-tot-recargo.
           PERFORM 950-ASIENTO-RECARGO.
           PERFORM 960-ASIENTO-CIFRAS.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.

       950-ASIENTO-RECARGO.
           OPEN EXTEND RECARGOS.
           MOVE w-periodo TO rcg-periodo.
           ACCEPT rcg-fecha FROM DATE YYYYMMDD.
           MOVE w-tasa TO rcg-tasa.
           MOVE w-recargados TO rcg-socios.
           MOVE w-tot-recargo TO rcg-total.
           MOVE "APLICADO" TO rcg-estado.
           WRITE reg-recargo.
           CLOSE RECARGOS.

       960-ASIENTO-CIFRAS.
           OPEN EXTEND CIFRAS.
           MOVE SPACES TO reg-cifra.
           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "RECARGOMORA" TO cif-programa.
           MOVE w-recargados TO cif-registros.
           MOVE w-tot-recargo TO cif-debitos.
           MOVE ZERO TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
       END PROGRAM YOUR-PROGRAM-NAME.
