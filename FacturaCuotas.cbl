      *          debitan: el titular del grupo paga la tarifa de la
      *          categoria F (familiar) de la tabla, si esta
      *          cargada, en lugar de la cuota de su categoria.
      *          Junto con la cuota se debita la cuota del periodo de
      *          cada convenio de pago vigente de convenios.dat
      *          ("CTA CONVENIO AAAAMM"; la ultima cuota ajusta el
      *          redondeo), aun a los socios exentos de cuota social.
      *          La corrida guarda un punto de control en
      *          pcfactura.dat al comenzar y cada N socios leidos
      *          (parametros.dat, programa PUNTOCONTROL, valor1 = N;
      *          100 si no esta), con el ultimo socio procesado y los
      *          totales acumulados. Si la corrida anterior quedo
      *          interrumpida, la siguiente la reanuda con el mismo
      *          periodo e importe despues del ultimo punto de
      *          control; los socios posteriores que ya tienen el
      *          debito del periodo no se vuelven a facturar y sus
      *          importes se suman a los totales, de modo que
      *          periodos.dat y cifras.dat quedan como en una corrida
      *          sin cortes.
      *          La cuota de cada categoria es la vigente en el
      *          periodo facturado segun el historial de cuotas
      *          (cuotashis.dat, cada cambio con el periodo desde el
      *          que rige), aunque el periodo se facture tarde; la
      *          categoria sin historial usa la cuota de
      *          categorias.dat. El listado detalla las cuotas que se
      *          aplicaron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASHIS ASSIGN TO "..\cuotashis.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
           record KEY is blo-nro.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cnv-nro
           ALTERNATE record key is cnv-socio WITH DUPLICATES.
           SELECT OPTIONAL PUNTOCONTROL ASSIGN TO "..\pcfactura.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 cat-codigo pic x.
           03 cat-descripcion pic x(12).
           03 cat-cuota pic 9(8)v99.
       FD  CUOTASHIS.
       01  hcu-reg.
           03 hcu-categoria pic x.
           03 hcu-periodo pic 9(6).
           03 hcu-cuota pic 9(8)v99.
           03 hcu-fecha pic 9(8).
           03 hcu-operador pic x(10).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 cif-debitos pic 9(11)v99.
           03 filler pic x(1).
           03 cif-creditos pic 9(11)v99.
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
           03 cnv-fecha-estado pic 9(8).
           03 cnv-saldo-caducado pic 9(8)v99.
       FD  PUNTOCONTROL.
       01  pc-reg.
           03 pc-estado pic x.
               88 pc-en-proceso value "P".
           03 pc-fecha pic 9(8).
           03 pc-hora pic 9(8).
           03 pc-ult-socio pic 9(6).
           03 pc-leidos pic 9(7).
           03 pc-periodo pic 9(6).
           03 pc-cuota pic 9(8)v99.
           03 pc-facturados pic 9(5).
           03 pc-no-facturados pic 9(5).
           03 pc-exentos pic 9(5).
           03 pc-adher-grupo pic 9(5).
           03 pc-tot-facturado pic 9(11)v99.
           03 pc-cuotas-conv pic 9(5).
           03 pc-tot-convenios pic 9(11)v99.
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       01  reg-antes.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-desde pic 9(6).
               05 tab-cat-hist pic x.
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-flag-cat pic 9 value zero.
       77  w-flag-hcu pic 9 value zero.
       77  w-flag-per pic 9 value zero.
       77  w-sec-libre pic x value "N".
           88  sec-libre value "S".
       77  w-facturados pic 9(5) value zero.
       77  w-no-facturados pic 9(5) value zero.
       77  w-tot-facturado pic 9(11)v99 value zero.
       77  w-flag-cnv pic 9 value zero.
       77  w-conv-nro pic 9(6) value zero.
       77  w-cuota-conv pic 9(8)v99 value zero.
       77  w-cuotas-conv pic 9(5) value zero.
       77  w-tot-convenios pic 9(11)v99 value zero.
       77  w-reanudacion pic x value "N".
           88  corrida-reanudada value "S".
       77  w-flag-pc pic 9 value zero.
       77  w-estado-pc pic x value space.
       77  w-flag-mov pic 9 value zero.
       77  w-intervalo pic 9(5) value 100.
       77  w-desde-control pic 9(5) value zero.
       77  w-leidos pic 9(7) value zero.
       77  w-ult-socio pic 9(6) value zero.
       77  w-ya-facturado pic x value "N".
       77  w-rec-cuota pic 9(8)v99 value zero.
       77  w-rec-conv pic 9(8)v99 value zero.
       77  w-recuperados pic 9(5) value zero.
       01  w-concepto-cuota pic x(20) value spaces.
       01  w-concepto-conv pic x(20) value spaces.
       01  lin-encabezado.
           03 filler pic x(26) value "FACTURACION DE CUOTAS - ".
           03 filler pic x(9) value "PERIODO: ".
       01  lin-cuota.
           03 filler pic x(18) value "IMPORTE DE CUOTA: ".
           03 l-cuota pic zz.zzz.zz9,99.
       01  lin-cuota-cat.
           03 filler pic x(10) value "CATEGORIA ".
           03 l-cat-cod pic x.
           03 filler pic x(1) value space.
           03 l-cat-desc pic x(12).
           03 filler pic x(2) value spaces.
           03 l-cat-cuota pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cat-origen pic x(22).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-titulo.
       01  lin-total.
           03 filler pic x(30) value "TOTAL FACTURADO: ".
           03 l-tot-facturado pic zz.zzz.zzz.zz9,99.
       01  lin-cuenta-cnv.
           03 filler pic x(30) value "CUOTAS DE CONVENIO: ".
           03 l-cuotas-conv pic zzzz9.
       01  lin-total-cnv.
           03 filler pic x(30) value "TOTAL CUOTAS DE CONVENIO: ".
           03 l-tot-convenios pic zz.zzz.zzz.zz9,99.
       01  lin-reanudacion.
           03 filler pic x(36) value
               "CORRIDA REANUDADA DESPUES DEL SOCIO ".
           03 l-rea-socio pic 9(6).
       01  lin-cuenta-rec.
           03 filler pic x(30) value "YA FACTURADOS AL REANUDAR: ".
           03 l-recuperados pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
               IF soc-estado = "A"
                   PERFORM 300-FACTURO-SOCIO
               END-IF
               PERFORM 370-CUENTO-PUNTO-CONTROL
               PERFORM 200-LEE-SOCIOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 120-BUSCO-PUNTO-CONTROL.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O MOVIMIENTOS.
           OPEN I-O CONVENIOS.
           OPEN EXTEND AUDITORIA.
           IF corrida-reanudada
               OPEN EXTEND LISTADO
           ELSE
               OPEN OUTPUT LISTADO
           END-IF.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-reanudada
               DISPLAY "Se reanuda la facturacion interrumpida del "
                   "periodo " w-periodo " despues del socio "
                   w-ult-socio
           ELSE
               IF corrida-desatendida
                   IF w-par-v1(1:6) IS NUMERIC
                       MOVE w-par-v1(1:6) TO w-periodo
                   ELSE
                       MOVE ZERO TO w-periodo
                   END-IF
                   IF w-par-v2(1:8) IS NUMERIC
                       MOVE w-par-v2(1:8) TO w-cuota
                   ELSE
                       MOVE ZERO TO w-cuota
                   END-IF
               ELSE
                   DISPLAY "Ingrese el periodo a facturar (AAAAMM)"
                   ACCEPT w-periodo
                   DISPLAY "Ingrese el importe de la cuota social"
                   ACCEPT w-cuota
               END-IF
           END-IF.
           PERFORM 150-VERIFICO-PERIODO.
      *    Si la corrida interrumpida ya habia asentado el periodo
      *    solo falto cerrar su punto de control.
           IF periodo-facturado AND corrida-reanudada
               PERFORM 390-CIERRO-PUNTO-CONTROL
           END-IF.
           IF periodo-facturado
               DISPLAY "El periodo " w-periodo " ya fue facturado, "
                   "corrida cancelada; use la anulacion si hace "
               CLOSE SOCIOS
               CLOSE BLOQUEOS
               CLOSE MOVIMIENTOS
               CLOSE CONVENIOS
               CLOSE AUDITORIA
               CLOSE LISTADO
               STOP RUN
           WRITE lin-imp FROM lin-encabezado.
           WRITE lin-imp FROM lin-cuota.
           WRITE lin-imp FROM lin-guarda.
           PERFORM 140-CARGO-CATEGORIAS.
           PERFORM 147-APLICO-HISTORIAL.
           PERFORM 148-IMPRIMO-CUOTAS.
           WRITE lin-imp FROM lin-titulo.
           WRITE lin-imp FROM lin-guarda.
           PERFORM 160-CARGO-TITULARES.
           PERFORM 170-BUSCO-TARIFA-FAMILIAR.
           MOVE SPACES TO w-concepto-cuota.
           STRING "CUOTA SOCIAL " w-periodo
               DELIMITED BY SIZE INTO w-concepto-cuota.
           MOVE SPACES TO w-concepto-conv.
           STRING "CTA CONVENIO " w-periodo
               DELIMITED BY SIZE INTO w-concepto-conv.
           IF corrida-reanudada
               MOVE w-ult-socio TO l-rea-socio
               WRITE lin-imp FROM lin-reanudacion
               WRITE lin-imp FROM lin-guarda
               PERFORM 125-POSICIONO-REANUDACION
           ELSE
               PERFORM 380-GRABO-PUNTO-CONTROL
           END-IF.

      *    Una corrida que no llego al final deja el punto de control
      *    en estado P; se retoman sus datos y totales.
       120-BUSCO-PUNTO-CONTROL.
           MOVE "N" TO w-reanudacion.
           MOVE ZERO TO w-flag-pc.
           OPEN INPUT PUNTOCONTROL.
           READ PUNTOCONTROL AT END MOVE 1 TO w-flag-pc.
           IF w-flag-pc = 0 AND pc-en-proceso
               MOVE "S" TO w-reanudacion
               MOVE pc-periodo TO w-periodo
               MOVE pc-cuota TO w-cuota
               MOVE pc-ult-socio TO w-ult-socio
               MOVE pc-leidos TO w-leidos
               MOVE pc-facturados TO w-facturados
               MOVE pc-no-facturados TO w-no-facturados
               MOVE pc-exentos TO w-exentos
               MOVE pc-adher-grupo TO w-adher-grupo
               MOVE pc-tot-facturado TO w-tot-facturado
               MOVE pc-cuotas-conv TO w-cuotas-conv
               MOVE pc-tot-convenios TO w-tot-convenios
           END-IF.
           CLOSE PUNTOCONTROL.

       125-POSICIONO-REANUDACION.
           MOVE ZERO TO w-flag.
           MOVE w-ult-socio TO soc-nro.
           START SOCIOS KEY IS GREATER THAN soc-nro
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.

       150-VERIFICO-PERIODO.
           MOVE "N" TO w-per-facturado.
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-cuota(w-cat-cant)
                   MOVE ZERO TO tab-cat-desde(w-cat-cant)
                   MOVE "N" TO tab-cat-hist(w-cat-cant)
               END-IF
               PERFORM 145-LEO-CATEGORIA
           END-PERFORM.
       145-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

      *    De cada categoria queda la cuota del historial con el mayor
      *    periodo desde que no supere el periodo facturado.
       147-APLICO-HISTORIAL.
           MOVE ZERO TO w-flag-hcu.
           OPEN INPUT CUOTASHIS.
           PERFORM 149-LEO-HISTORIAL.
           PERFORM UNTIL w-flag-hcu = 1
               IF hcu-periodo NOT > w-periodo
                   PERFORM VARYING w-cat-i FROM 1 BY 1
                       UNTIL w-cat-i > w-cat-cant
                       IF tab-cat-cod(w-cat-i) = hcu-categoria
                           AND (tab-cat-hist(w-cat-i) = "N"
                           OR hcu-periodo NOT < tab-cat-desde(w-cat-i))
                           MOVE hcu-cuota TO tab-cat-cuota(w-cat-i)
                           MOVE hcu-periodo TO tab-cat-desde(w-cat-i)
                           MOVE "S" TO tab-cat-hist(w-cat-i)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 149-LEO-HISTORIAL
           END-PERFORM.
           CLOSE CUOTASHIS.

       148-IMPRIMO-CUOTAS.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE tab-cat-cod(w-cat-i) TO l-cat-cod
               MOVE tab-cat-desc(w-cat-i) TO l-cat-desc
               MOVE tab-cat-cuota(w-cat-i) TO l-cat-cuota
               MOVE SPACES TO l-cat-origen
               IF tab-cat-hist(w-cat-i) = "S"
                   STRING "VIGENTE DESDE " tab-cat-desde(w-cat-i)
                       DELIMITED BY SIZE INTO l-cat-origen
               ELSE
                   MOVE "SIN HISTORIAL" TO l-cat-origen
               END-IF
               WRITE lin-imp FROM lin-cuota-cat
           END-PERFORM.
           WRITE lin-imp FROM lin-guarda.

       149-LEO-HISTORIAL.
           READ CUOTASHIS AT END MOVE 1 TO w-flag-hcu.

       160-CARGO-TITULARES.
           MOVE ZERO TO w-tit-cant.
           MOVE ZERO TO w-flag.
                   MOVE par-valor1 TO w-par-v1
                   MOVE par-valor2 TO w-par-v2
               END-IF
               IF par-programa = "PUNTOCONTROL"
                   AND par-valor1(1:5) IS NUMERIC
                   AND par-valor1(1:5) NOT = "00000"
                   MOVE par-valor1(1:5) TO w-intervalo
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.
               PERFORM 305-FACTURO-INDIVIDUAL
           END-IF.

      *    Al reanudar, el socio que ya tiene el debito del periodo
      *    quedo facturado despues del ultimo punto de control.
       305-FACTURO-INDIVIDUAL.
           MOVE "N" TO w-ya-facturado.
           IF corrida-reanudada
               PERFORM 318-BUSCO-FACTURADO
           END-IF.
           IF w-ya-facturado = "S"
               PERFORM 319-RECUPERO-FACTURADO
           ELSE
               PERFORM 304-FACTURO-PENDIENTE
           END-IF.

       304-FACTURO-PENDIENTE.
           PERFORM 306-TOMO-BLOQUEO.
           IF w-bloqueo-ok = "S"
               READ SOCIOS

       307-FACTURO-CON-BLOQUEO.
           PERFORM 310-BUSCO-CUOTA.
           PERFORM 312-BUSCO-CONVENIO.
           IF w-cuota-soc = ZERO AND w-cuota-conv = ZERO
               MOVE "EXENTO DE CUOTA" TO l-resultado
               ADD 1 TO w-exentos
               PERFORM 340-IMPRIMO-DETALLE
           ELSE
               PERFORM 305-CAPTURO-ANTES
               SUBTRACT w-cuota-soc FROM soc-importe
               SUBTRACT w-cuota-conv FROM soc-importe
               PERFORM 320-REESCRIBO-SOCIO
           END-IF.

               MOVE w-cuota-familiar TO w-cuota-soc
           END-IF.

       312-BUSCO-CONVENIO.
           MOVE ZERO TO w-cuota-conv.
           MOVE ZERO TO w-conv-nro.
           MOVE ZERO TO w-flag-cnv.
           MOVE soc-nro TO cnv-socio.
           START CONVENIOS KEY IS = cnv-socio
               INVALID KEY
                   MOVE 1 TO w-flag-cnv
           END-START.
           PERFORM 313-LEO-CONVENIO.
           PERFORM UNTIL w-flag-cnv = 1
               IF cnv-vigente
                   AND cnv-facturadas < cnv-cuotas
                   AND cnv-periodo-desde NOT > w-periodo
                   AND cnv-ult-periodo < w-periodo
                   MOVE cnv-nro TO w-conv-nro
                   IF cnv-facturadas + 1 = cnv-cuotas
                       COMPUTE w-cuota-conv =
                           cnv-deuda - cnv-tot-facturado
                   ELSE
                       MOVE cnv-importe-cuota TO w-cuota-conv
                   END-IF
               END-IF
               PERFORM 313-LEO-CONVENIO
           END-PERFORM.

       313-LEO-CONVENIO.
           IF w-flag-cnv NOT = 1
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-cnv
               END-READ
               IF w-flag-cnv NOT = 1 AND cnv-socio NOT = soc-nro
                   MOVE 1 TO w-flag-cnv
               END-IF
           END-IF.

       318-BUSCO-FACTURADO.
           MOVE ZERO TO w-rec-cuota.
           MOVE ZERO TO w-rec-conv.
           MOVE ZERO TO w-flag-mov.
           MOVE soc-nro TO mov-nro.
           MOVE ZEROS TO mov-fecha.
           MOVE ZEROS TO mov-secuencia.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag-mov
           END-START.
           PERFORM 317-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag-mov = 1
               IF mov-tipo = "D" AND mov-aplicado = "S"
                   IF mov-concepto = w-concepto-cuota
                       MOVE "S" TO w-ya-facturado
                       ADD mov-importe TO w-rec-cuota
                   END-IF
                   IF mov-concepto = w-concepto-conv
                       MOVE "S" TO w-ya-facturado
                       ADD mov-importe TO w-rec-conv
                   END-IF
               END-IF
               PERFORM 317-LEO-MOVIMIENTO
           END-PERFORM.

       317-LEO-MOVIMIENTO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
               IF w-flag-mov NOT = 1 AND mov-nro NOT = soc-nro
                   MOVE 1 TO w-flag-mov
               END-IF
           END-IF.

       319-RECUPERO-FACTURADO.
           ADD 1 TO w-facturados.
           ADD 1 TO w-recuperados.
           ADD w-rec-cuota TO w-tot-facturado.
           IF w-rec-conv > ZERO
               ADD 1 TO w-cuotas-conv
               ADD w-rec-conv TO w-tot-convenios
           END-IF.
           MOVE "YA FACTURADO" TO l-resultado.
           PERFORM 340-IMPRIMO-DETALLE.

       315-VERIFICO-TITULAR.
           MOVE "N" TO w-es-titular.
           PERFORM VARYING w-tit-i FROM 1 BY 1
           REWRITE soc-reg
               INVALID KEY
                   ADD w-cuota-soc TO soc-importe
                   ADD w-cuota-conv TO soc-importe
                   MOVE "ERROR AL REESCRIBIR" TO l-resultado
                   ADD 1 TO w-no-facturados
                   PERFORM 340-IMPRIMO-DETALLE
               NOT INVALID KEY
                   MOVE "FACTURADO" TO l-resultado
                   ADD 1 TO w-facturados
                   IF w-cuota-soc > ZERO
                       ADD w-cuota-soc TO w-tot-facturado
                       PERFORM 330-ESCRIBO-MOVIMIENTO
                   END-IF
                   IF w-cuota-conv > ZERO
                       MOVE "FACTURADO Y CONVENIO" TO l-resultado
                       ADD 1 TO w-cuotas-conv
                       ADD w-cuota-conv TO w-tot-convenios
                       PERFORM 332-ESCRIBO-MOV-CONVENIO
                       PERFORM 337-ACTUALIZO-CONVENIO
                   END-IF
                   PERFORM 350-CAPTURO-DESPUES
                   PERFORM 360-ESCRIBO-AUDITORIA
                   PERFORM 340-IMPRIMO-DETALLE
                       soc-nro
           END-WRITE.

       332-ESCRIBO-MOV-CONVENIO.
           ACCEPT mov-fecha FROM DATE YYYYMMDD.
           MOVE soc-nro TO mov-nro.
           PERFORM 335-ASIGNO-SECUENCIA.
           MOVE "D" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           STRING "CTA CONVENIO " w-periodo
               DELIMITED BY SIZE INTO mov-concepto.
           MOVE w-cuota-conv TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
               INVALID KEY
                   DISPLAY "no pude grabar el movimiento del socio "
                       soc-nro
           END-WRITE.

       337-ACTUALIZO-CONVENIO.
           MOVE w-conv-nro TO cnv-nro.
           READ CONVENIOS
               INVALID KEY
                   DISPLAY "no encuentro el convenio " w-conv-nro
               NOT INVALID KEY
                   ADD 1 TO cnv-facturadas
                   ADD w-cuota-conv TO cnv-tot-facturado
                   MOVE w-periodo TO cnv-ult-periodo
                   REWRITE cnv-reg
                       INVALID KEY
                           DISPLAY "no pude actualizar el convenio "
                               w-conv-nro
                   END-REWRITE
           END-READ.

       335-ASIGNO-SECUENCIA.
           MOVE ZERO TO mov-secuencia.
           MOVE "N" TO w-sec-libre.
           MOVE soc-importe TO l-saldo.
           WRITE lin-imp FROM lin-detalle.

      ******************************************************************
      * PUNTO DE CONTROL
      ******************************************************************
       370-CUENTO-PUNTO-CONTROL.
           ADD 1 TO w-leidos.
           ADD 1 TO w-desde-control.
           MOVE soc-nro TO w-ult-socio.
           IF w-desde-control NOT < w-intervalo
               PERFORM 380-GRABO-PUNTO-CONTROL
           END-IF.

       380-GRABO-PUNTO-CONTROL.
           MOVE "P" TO w-estado-pc.
           PERFORM 385-ESCRIBO-PUNTO-CONTROL.

       385-ESCRIBO-PUNTO-CONTROL.
           OPEN OUTPUT PUNTOCONTROL.
           MOVE w-estado-pc TO pc-estado.
           ACCEPT pc-fecha FROM DATE YYYYMMDD.
           ACCEPT pc-hora FROM TIME.
           MOVE w-ult-socio TO pc-ult-socio.
           MOVE w-leidos TO pc-leidos.
           MOVE w-periodo TO pc-periodo.
           MOVE w-cuota TO pc-cuota.
           MOVE w-facturados TO pc-facturados.
           MOVE w-no-facturados TO pc-no-facturados.
           MOVE w-exentos TO pc-exentos.
           MOVE w-adher-grupo TO pc-adher-grupo.
           MOVE w-tot-facturado TO pc-tot-facturado.
           MOVE w-cuotas-conv TO pc-cuotas-conv.
           MOVE w-tot-convenios TO pc-tot-convenios.
           WRITE pc-reg.
           CLOSE PUNTOCONTROL.
           MOVE ZERO TO w-desde-control.

       390-CIERRO-PUNTO-CONTROL.
           MOVE "T" TO w-estado-pc.
           PERFORM 385-ESCRIBO-PUNTO-CONTROL.

       305-CAPTURO-ANTES.
           MOVE soc-nom TO ant-nom.
           MOVE soc-apell TO ant-apell.
           MOVE w-adher-grupo TO l-adher-grupo.
           WRITE lin-imp FROM lin-cuenta-adh.
           WRITE lin-imp FROM lin-total.
           MOVE w-cuotas-conv TO l-cuotas-conv.
           WRITE lin-imp FROM lin-cuenta-cnv.
           MOVE w-tot-convenios TO l-tot-convenios.
           WRITE lin-imp FROM lin-total-cnv.
           IF corrida-reanudada
               MOVE w-recuperados TO l-recuperados
               WRITE lin-imp FROM lin-cuenta-rec
           END-IF.
           PERFORM 950-ASIENTO-PERIODO.
           PERFORM 960-ASIENTO-CIFRAS.
           PERFORM 390-CIERRO-PUNTO-CONTROL.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.
           CLOSE CONVENIOS.
           CLOSE AUDITORIA.
           CLOSE LISTADO.

           ACCEPT cif-fecha FROM DATE YYYYMMDD.
           MOVE "FACTURACUO" TO cif-programa.
           MOVE w-facturados TO cif-registros.
           COMPUTE cif-debitos = w-tot-facturado + w-tot-convenios.
           MOVE ZERO TO cif-creditos.
           WRITE reg-cifra.
           CLOSE CIFRAS.
