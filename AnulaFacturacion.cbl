      *          periodo como ANULADO en periodos.dat, con lo que
      *          puede volver a facturarse, y deja el listado de
      *          control en anulacion.lst.
      *          Tambien revierte las cuotas de convenio de pago
      *          facturadas en el periodo ("CTA CONVENIO AAAAMM",
      *          credito "ANULA CONV AAAAMM") y descuenta la cuota del
      *          convenio en convenios.dat para que se vuelva a
      *          facturar; la de un convenio ya caducado no se
      *          revierte y queda listada.
      *          Los aranceles de actividades del periodo ("ARANCEL
      *          <actividad> AAAAMM") se revierten con un credito
      *          "ANULA ARANCEL AAAAMM" y la inscripcion vuelve al
      *          periodo anterior como ultimo facturado.
      *          La corrida guarda un punto de control en pcanula.dat
      *          al comenzar y cada N debitos tratados (parametros.dat,
      *          programa PUNTOCONTROL, valor1 = N; 100 si no esta),
      *          con el periodo, el ultimo debito tratado y los
      *          totales. Si la corrida anterior quedo interrumpida,
      *          la siguiente retoma el mismo periodo despues de ese
      *          debito; los anulados despues del punto de control ya
      *          no estan pendientes y se cuentan desde auditoria.dat.
      *          Cada debito de cuota anulado se compara con la cuota
      *          vigente en el periodo para la categoria del socio
      *          (historial cuotashis.dat, o categorias.dat si la
      *          categoria no tiene historial; para el titular de un
      *          grupo, la de la categoria F), y el listado muestra
      *          las cuotas vigentes y los debitos que difieren.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CIFRAS ASSIGN TO "..\cifras.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cnv-nro
           ALTERNATE record key is cnv-socio WITH DUPLICATES.
           SELECT OPTIONAL INSCRIPCIONES
           ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ins-nro
           ALTERNATE record key is ins-socio WITH DUPLICATES
           ALTERNATE record key is ins-actividad WITH DUPLICATES.
           SELECT OPTIONAL PUNTOCONTROL ASSIGN TO "..\pcanula.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASHIS ASSIGN TO "..\cuotashis.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
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
               88 cnv-cumplido value "C".
               88 cnv-caducado value "K".
           03 cnv-fecha-estado pic 9(8).
           03 cnv-saldo-caducado pic 9(8)v99.
       FD  INSCRIPCIONES.
       01  ins-reg.
           03 ins-nro pic 9(6).
           03 ins-socio pic 9(6).
           03 ins-actividad pic x(4).
           03 ins-fecha-desde pic 9(8).
           03 ins-fecha-hasta pic 9(8).
           03 ins-ult-periodo pic 9(6).
       FD  PUNTOCONTROL.
       01  pc-reg.
           03 pc-estado pic x.
               88 pc-en-proceso value "P".
           03 pc-fecha pic 9(8).
           03 pc-hora pic 9(8).
           03 pc-periodo pic 9(6).
           03 pc-ult-clave pic x(18).
           03 pc-tratados pic 9(5).
           03 pc-anulados pic 9(5).
           03 pc-rechazados pic 9(5).
           03 pc-tot-anulado pic 9(11)v99.
           03 pc-dif-vigente pic 9(5).
       FD  CATEGORIAS.
       01  cat-reg.
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
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-desatendida pic x value "N".
       01  w-par-v2 pic x(15) value spaces.
       77  w-periodo pic 9(6) value zero.
       01  w-concepto-cuota pic x(20) value spaces.
       01  w-concepto-conv pic x(20) value spaces.
       77  w-flag-cnv pic 9 value zero.
       77  w-conv-nro pic 9(6) value zero.
       77  w-conv-caducado pic x value "N".
       77  w-flag-ins pic 9 value zero.
       77  w-ins-nro pic 9(6) value zero.
       01  w-periodo-ant pic 9(6) value zero.
       01  w-periodo-ant-r redefines w-periodo-ant.
           03 w-pa-anio pic 9999.
           03 w-pa-mes pic 99.
       01  tab-periodos.
           03 tab-per-ent occurs 200 times.
               05 tab-per-periodo pic 9(6).
               05 tab-anu-fecha pic 9(8).
               05 tab-anu-secuencia pic 9(4).
               05 tab-anu-importe pic 9(8)v99.
               05 tab-anu-tipo pic x.
               05 tab-anu-actividad pic x(4).
       77  w-anu-cant pic 9(5) value zero.
       77  w-anu-i pic 9(5) value zero.
       77  w-anulados pic 9(5) value zero.
       77  w-bloqueo-ok pic x value "N".
       77  w-rechazados pic 9(5) value zero.
       77  w-tot-anulado pic 9(11)v99 value zero.
       77  w-flag-aud pic 9 value zero.
       77  w-reanudacion pic x value "N".
           88  corrida-reanudada value "S".
       77  w-flag-pc pic 9 value zero.
       77  w-estado-pc pic x value space.
       77  w-intervalo pic 9(5) value 100.
       77  w-desde-control pic 9(5) value zero.
       77  w-tratados pic 9(5) value zero.
       77  w-recuperados pic 9(5) value zero.
       01  tab-categorias.
           03 tab-cat-ent occurs 10 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-desde pic 9(6).
               05 tab-cat-hist pic x.
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-flag-cat pic 9 value zero.
       77  w-cuota-vig pic 9(8)v99 value zero.
       77  w-cuota-familiar pic 9(8)v99 value zero.
       77  w-dif-vigente pic 9(5) value zero.
       01  w-ult-clave pic x(18) value zeros.
       01  w-anu-clave.
           03 w-ac-nro pic 9(6).
           03 w-ac-fecha pic 9(8).
           03 w-ac-secuencia pic 9(4).
       01  w-pc-fecha pic 9(8) value zero.
       01  w-pc-hora pic 9(8) value zero.
       01  reg-antes.
           03 ant-nom pic x(10).
           03 ant-apell pic x(10).
       01  lin-total.
           03 filler pic x(30) value "TOTAL ANULADO: ".
           03 l-tot-anulado pic zz.zzz.zzz.zz9,99.
       01  lin-reanudacion.
           03 filler pic x(36) value
               "CORRIDA REANUDADA DESPUES DEL MOV. ".
           03 l-rea-clave pic x(18).
       01  lin-cuota-cat.
           03 filler pic x(10) value "CATEGORIA ".
           03 l-cat-cod pic x.
           03 filler pic x(1) value space.
           03 l-cat-desc pic x(12).
           03 filler pic x(2) value spaces.
           03 l-cat-cuota pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 l-cat-origen pic x(22).
       01  lin-dif-vigente.
           03 filler pic x(6) value "SOCIO ".
           03 l-dif-nro pic 9(6).
           03 filler pic x(16) value "  CUOTA ANULADA ".
           03 l-dif-anulada pic zz.zzz.zz9,99.
           03 filler pic x(23) value " DIFIERE DE LA VIGENTE ".
           03 l-dif-vigente pic zz.zzz.zz9,99.
       01  lin-cuenta-dif.
           03 filler pic x(30) value "CUOTAS DISTINTAS A LA VIGENTE:".
           03 l-dif-cuenta pic zzzz9.
       01  lin-cuenta-recup.
           03 filler pic x(30) value "ANULADOS ANTES DE REANUDAR: ".
           03 l-recuperados pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           STOP RUN.

       100-INICIO.
           PERFORM 120-BUSCO-PUNTO-CONTROL.
           IF corrida-reanudada
               PERFORM 140-RECUPERO-AUDITORIA
               OPEN EXTEND LISTADO
           ELSE
               OPEN OUTPUT LISTADO
           END-IF.
           PERFORM 130-BUSCO-PARAMETROS.
           IF corrida-reanudada
               DISPLAY "Se reanuda la anulacion interrumpida del "
                   "periodo " w-periodo " despues del movimiento "
                   w-ult-clave
               MOVE w-ult-clave TO l-rea-clave
               WRITE lin-imp FROM lin-reanudacion
               WRITE lin-imp FROM lin-guarda
           ELSE
               IF corrida-desatendida
                   IF w-par-v1(1:6) IS NUMERIC
                       MOVE w-par-v1(1:6) TO w-periodo
                   ELSE
                       MOVE ZERO TO w-periodo
                   END-IF
               ELSE
                   DISPLAY "Ingrese el periodo a anular (AAAAMM)"
                   ACCEPT w-periodo
               END-IF
               MOVE w-periodo TO l-periodo
               WRITE lin-imp FROM lin-encabezado
               WRITE lin-imp FROM lin-guarda
           END-IF.
           PERFORM 150-CARGO-PERIODOS.
           IF w-per-desborde = "S"
               DISPLAY "periodos.dat supera los 200 periodos de la "
           MOVE SPACES TO w-concepto-cuota.
           STRING "CUOTA SOCIAL " w-periodo
               DELIMITED BY SIZE INTO w-concepto-cuota.
           MOVE SPACES TO w-concepto-conv.
           STRING "CTA CONVENIO " w-periodo
               DELIMITED BY SIZE INTO w-concepto-conv.
           MOVE w-periodo TO w-periodo-ant.
           IF w-pa-mes = 1
               SUBTRACT 1 FROM w-pa-anio
               MOVE 12 TO w-pa-mes
           ELSE
               SUBTRACT 1 FROM w-pa-mes
           END-IF.
           PERFORM 180-CARGO-CATEGORIAS.
           PERFORM 182-APLICO-HISTORIAL.
           IF NOT corrida-reanudada
               PERFORM 185-IMPRIMO-CUOTAS
               WRITE lin-imp FROM lin-titulo
               WRITE lin-imp FROM lin-guarda
               PERFORM 380-GRABO-PUNTO-CONTROL
           END-IF.

      *    Una corrida que no llego al final deja el punto de control
      *    en estado P; se retoman su periodo y sus totales.
       120-BUSCO-PUNTO-CONTROL.
           MOVE "N" TO w-reanudacion.
           MOVE ZERO TO w-flag-pc.
           OPEN INPUT PUNTOCONTROL.
           READ PUNTOCONTROL AT END MOVE 1 TO w-flag-pc.
           IF w-flag-pc = 0 AND pc-en-proceso
               MOVE "S" TO w-reanudacion
               MOVE pc-fecha TO w-pc-fecha
               MOVE pc-hora TO w-pc-hora
               MOVE pc-periodo TO w-periodo
               MOVE pc-ult-clave TO w-ult-clave
               MOVE pc-tratados TO w-tratados
               MOVE pc-anulados TO w-anulados
               MOVE pc-rechazados TO w-rechazados
               MOVE pc-tot-anulado TO w-tot-anulado
               IF pc-dif-vigente IS NUMERIC
                   MOVE pc-dif-vigente TO w-dif-vigente
               END-IF
           END-IF.
           CLOSE PUNTOCONTROL.

       130-BUSCO-PARAMETROS.
           MOVE "N" TO w-desatendida.
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
       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

      *    Las anulaciones hechas despues del ultimo punto de control
      *    dejaron su MODI en auditoria.dat con fecha y hora
      *    posteriores; el importe es lo que subio el saldo.
       140-RECUPERO-AUDITORIA.
           MOVE ZERO TO w-flag-aud.
           OPEN INPUT AUDITORIA.
           PERFORM 145-LEO-AUDITORIA.
           PERFORM UNTIL w-flag-aud = 1
               MOVE lin-audit TO lin-audit-det
               IF lad-operador = "ANULAFACTU"
                   AND lad-operacion = "MODI"
                   AND (lad-fecha > w-pc-fecha
                   OR (lad-fecha = w-pc-fecha
                   AND lad-hora > w-pc-hora))
                   MOVE lad-antes TO reg-antes
                   MOVE lad-despues TO reg-despues
                   ADD 1 TO w-anulados
                   ADD 1 TO w-recuperados
                   COMPUTE w-tot-anulado =
                       w-tot-anulado + des-importe - ant-importe
               END-IF
               PERFORM 145-LEO-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA.

       145-LEO-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag-aud.

       150-CARGO-PERIODOS.
           MOVE ZERO TO w-per-cant.
           MOVE ZERO TO w-flag.
                   MOVE w-per-i TO w-per-hallado
               END-IF
           END-PERFORM.
      *    Si la corrida interrumpida ya habia marcado el periodo solo
      *    falto cerrar su punto de control.
           IF w-per-hallado = ZERO AND corrida-reanudada
               PERFORM 390-CIERRO-PUNTO-CONTROL
           END-IF.
           IF w-per-hallado = ZERO
               DISPLAY "El periodo " w-periodo " no figura asentado "
                   "como facturado, corrida cancelada"
               STOP RUN
           END-IF.

      ******************************************************************
      * CUOTAS VIGENTES EN EL PERIODO
      ******************************************************************
       180-CARGO-CATEGORIAS.
           MOVE ZERO TO w-cat-cant.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CATEGORIAS.
           PERFORM 181-LEO-CATEGORIA.
           PERFORM UNTIL w-flag-cat = 1
               IF w-cat-cant < 10
                   ADD 1 TO w-cat-cant
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-cuota(w-cat-cant)
                   MOVE ZERO TO tab-cat-desde(w-cat-cant)
                   MOVE "N" TO tab-cat-hist(w-cat-cant)
               END-IF
               PERFORM 181-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.

       181-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

      *    Misma regla que la facturacion: de cada categoria queda la
      *    cuota del historial con el mayor periodo desde que no
      *    supere el periodo anulado.
       182-APLICO-HISTORIAL.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CUOTASHIS.
           PERFORM 183-LEO-HISTORIAL.
           PERFORM UNTIL w-flag-cat = 1
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
               PERFORM 183-LEO-HISTORIAL
           END-PERFORM.
           CLOSE CUOTASHIS.
           MOVE ZERO TO w-cuota-familiar.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = "F"
                   MOVE tab-cat-cuota(w-cat-i) TO w-cuota-familiar
               END-IF
           END-PERFORM.

       183-LEO-HISTORIAL.
           READ CUOTASHIS AT END MOVE 1 TO w-flag-cat.

       185-IMPRIMO-CUOTAS.
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

      *    La cuota del titular de un grupo familiar es la de la
      *    categoria F, por eso tambien se acepta ese importe.
       186-COMPARO-VIGENTE.
           MOVE ZERO TO w-cuota-vig.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = soc-categoria
                   MOVE tab-cat-cuota(w-cat-i) TO w-cuota-vig
               END-IF
           END-PERFORM.
           IF tab-anu-importe(w-anu-i) NOT = w-cuota-vig
               AND (w-cuota-familiar = ZERO
               OR tab-anu-importe(w-anu-i) NOT = w-cuota-familiar)
               ADD 1 TO w-dif-vigente
               MOVE soc-nro TO l-dif-nro
               MOVE tab-anu-importe(w-anu-i) TO l-dif-anulada
               MOVE w-cuota-vig TO l-dif-vigente
               WRITE lin-imp FROM lin-dif-vigente
           END-IF.

       300-JUNTO-DEBITOS.
           MOVE ZERO TO w-anu-cant.
           MOVE ZERO TO w-flag.
           PERFORM 310-LEO-MOVIMIENTO.
           PERFORM UNTIL w-flag = 1
               IF mov-tipo = "D" AND mov-aplicado = "S"
                   AND (mov-concepto = w-concepto-cuota
                   OR mov-concepto = w-concepto-conv
                   OR (mov-concepto(1:8) = "ARANCEL "
                   AND mov-concepto(14:6) = w-periodo))
                   AND w-anu-cant < 10000
                   ADD 1 TO w-anu-cant
                   MOVE mov-nro TO tab-anu-nro(w-anu-cant)
                   MOVE mov-secuencia
                       TO tab-anu-secuencia(w-anu-cant)
                   MOVE mov-importe TO tab-anu-importe(w-anu-cant)
                   MOVE SPACES TO tab-anu-actividad(w-anu-cant)
                   EVALUATE TRUE
                       WHEN mov-concepto = w-concepto-conv
                           MOVE "V" TO tab-anu-tipo(w-anu-cant)
                       WHEN mov-concepto(1:8) = "ARANCEL "
                           MOVE "A" TO tab-anu-tipo(w-anu-cant)
                           MOVE mov-concepto(9:4)
                               TO tab-anu-actividad(w-anu-cant)
                       WHEN OTHER
                           MOVE "C" TO tab-anu-tipo(w-anu-cant)
                   END-EVALUATE
               END-IF
               PERFORM 310-LEO-MOVIMIENTO
           END-PERFORM.
       400-GENERO-CONTRA-ASIENTOS.
           OPEN I-O SOCIOS.
           OPEN I-O BLOQUEOS.
           OPEN I-O CONVENIOS.
           OPEN I-O INSCRIPCIONES.
           OPEN EXTEND AUDITORIA.
           PERFORM VARYING w-anu-i FROM 1 BY 1
               UNTIL w-anu-i > w-anu-cant
               MOVE tab-anu-nro(w-anu-i) TO w-ac-nro
               MOVE tab-anu-fecha(w-anu-i) TO w-ac-fecha
               MOVE tab-anu-secuencia(w-anu-i) TO w-ac-secuencia
               IF w-anu-clave > w-ult-clave
                   PERFORM 420-ANULO-DEBITO
                   PERFORM 370-CUENTO-PUNTO-CONTROL
               END-IF
           END-PERFORM.
           CLOSE CONVENIOS.
           CLOSE INSCRIPCIONES.
           CLOSE SOCIOS.
           CLOSE BLOQUEOS.
           CLOSE MOVIMIENTOS.

       420-ANULO-DEBITO.
           MOVE tab-anu-nro(w-anu-i) TO soc-nro.
           MOVE ZERO TO w-conv-nro.
           MOVE "N" TO w-conv-caducado.
           MOVE ZERO TO w-ins-nro.
           IF tab-anu-tipo(w-anu-i) = "V"
               PERFORM 426-BUSCO-CONVENIO
           END-IF.
           IF tab-anu-tipo(w-anu-i) = "A"
               PERFORM 428-BUSCO-INSCRIPCION
           END-IF.
           IF w-conv-caducado = "S"
               MOVE "CUOTA DE CONVENIO CADUCADO" TO l-rec-motivo
               PERFORM 425-RECHAZO-DEBITO
           ELSE
               PERFORM 421-ANULO-CON-BLOQUEO
           END-IF.

       421-ANULO-CON-BLOQUEO.
           PERFORM 422-TOMO-BLOQUEO.
           IF w-bloqueo-ok = "S"
               READ SOCIOS INVALID KEY
           ADD 1 TO w-rechazados.
           WRITE lin-imp FROM lin-rechazo.

       426-BUSCO-CONVENIO.
           MOVE ZERO TO w-flag-cnv.
           MOVE soc-nro TO cnv-socio.
           START CONVENIOS KEY IS = cnv-socio
               INVALID KEY
                   MOVE 1 TO w-flag-cnv
           END-START.
           PERFORM 427-LEO-CONVENIO.
           PERFORM UNTIL w-flag-cnv = 1
               IF cnv-ult-periodo = w-periodo
                   MOVE cnv-nro TO w-conv-nro
                   IF cnv-caducado
                       MOVE "S" TO w-conv-caducado
                   END-IF
               END-IF
               PERFORM 427-LEO-CONVENIO
           END-PERFORM.

       427-LEO-CONVENIO.
           IF w-flag-cnv NOT = 1
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-cnv
               END-READ
               IF w-flag-cnv NOT = 1 AND cnv-socio NOT = soc-nro
                   MOVE 1 TO w-flag-cnv
               END-IF
           END-IF.

       428-BUSCO-INSCRIPCION.
           MOVE ZERO TO w-flag-ins.
           MOVE soc-nro TO ins-socio.
           START INSCRIPCIONES KEY IS = ins-socio
               INVALID KEY
                   MOVE 1 TO w-flag-ins
           END-START.
           PERFORM 429-LEO-INSCRIPCION.
           PERFORM UNTIL w-flag-ins = 1
               IF ins-actividad = tab-anu-actividad(w-anu-i)
                   AND ins-ult-periodo = w-periodo
                   MOVE ins-nro TO w-ins-nro
               END-IF
               PERFORM 429-LEO-INSCRIPCION
           END-PERFORM.

       429-LEO-INSCRIPCION.
           IF w-flag-ins NOT = 1
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               END-READ
               IF w-flag-ins NOT = 1 AND ins-socio NOT = soc-nro
                   MOVE 1 TO w-flag-ins
               END-IF
           END-IF.

       430-ACREDITO-SOCIO.
           PERFORM 440-CAPTURO-ANTES.
           ADD tab-anu-importe(w-anu-i) TO soc-importe.
                   ADD tab-anu-importe(w-anu-i) TO w-tot-anulado
                   PERFORM 450-ESCRIBO-MOVIMIENTO
                   PERFORM 457-MARCO-DEBITO-ANULADO
                   IF w-conv-nro NOT = ZERO
                       PERFORM 458-REVIERTO-CONVENIO
                   END-IF
                   IF w-ins-nro NOT = ZERO
                       PERFORM 459-REVIERTO-INSCRIPCION
                   END-IF
                   PERFORM 460-CAPTURO-DESPUES
                   PERFORM 470-ESCRIBO-AUDITORIA
                   PERFORM 480-IMPRIMO-DETALLE
                   IF tab-anu-tipo(w-anu-i) = "C"
                       PERFORM 186-COMPARO-VIGENTE
                   END-IF
           END-REWRITE.

       440-CAPTURO-ANTES.
           PERFORM 455-ASIGNO-SECUENCIA.
           MOVE "C" TO mov-tipo.
           MOVE SPACES TO mov-concepto.
           EVALUATE tab-anu-tipo(w-anu-i)
               WHEN "V"
                   STRING "ANULA CONV " w-periodo
                       DELIMITED BY SIZE INTO mov-concepto
               WHEN "A"
                   STRING "ANULA ARANCEL " w-periodo
                       DELIMITED BY SIZE INTO mov-concepto
               WHEN OTHER
                   STRING "ANULA CUOTA " w-periodo
                       DELIMITED BY SIZE INTO mov-concepto
           END-EVALUATE.
           MOVE tab-anu-importe(w-anu-i) TO mov-importe.
           MOVE "S" TO mov-aplicado.
           WRITE reg-movim
                   END-REWRITE
           END-READ.

       458-REVIERTO-CONVENIO.
           MOVE w-conv-nro TO cnv-nro.
           READ CONVENIOS
               INVALID KEY
                   DISPLAY "no encuentro el convenio " w-conv-nro
               NOT INVALID KEY
                   SUBTRACT 1 FROM cnv-facturadas
                   SUBTRACT tab-anu-importe(w-anu-i)
                       FROM cnv-tot-facturado
                   MOVE ZERO TO cnv-ult-periodo
                   IF cnv-cumplido
                       MOVE "V" TO cnv-estado
                       ACCEPT cnv-fecha-estado FROM DATE YYYYMMDD
                   END-IF
                   REWRITE cnv-reg
                       INVALID KEY
                           DISPLAY "no pude actualizar el convenio "
                               w-conv-nro
                   END-REWRITE
           END-READ.

       459-REVIERTO-INSCRIPCION.
           MOVE w-ins-nro TO ins-nro.
           READ INSCRIPCIONES
               INVALID KEY
                   DISPLAY "no encuentro la inscripcion " w-ins-nro
               NOT INVALID KEY
                   MOVE w-periodo-ant TO ins-ult-periodo
                   REWRITE ins-reg
                       INVALID KEY
                           DISPLAY "no pude actualizar la "
                               "inscripcion " w-ins-nro
                   END-REWRITE
           END-READ.

       460-CAPTURO-DESPUES.
           MOVE soc-nom TO des-nom.
           MOVE soc-apell TO des-apell.
           MOVE soc-importe TO l-saldo.
           WRITE lin-imp FROM lin-detalle.

      ******************************************************************
      * PUNTO DE CONTROL
      ******************************************************************
      *    Los debitos se tratan en orden de clave; en una reanudacion
      *    se saltean los ya tratados hasta el ultimo punto de control.
       370-CUENTO-PUNTO-CONTROL.
           ADD 1 TO w-tratados.
           ADD 1 TO w-desde-control.
           MOVE w-anu-clave TO w-ult-clave.
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
           MOVE w-periodo TO pc-periodo.
           MOVE w-ult-clave TO pc-ult-clave.
           MOVE w-tratados TO pc-tratados.
           MOVE w-anulados TO pc-anulados.
           MOVE w-rechazados TO pc-rechazados.
           MOVE w-tot-anulado TO pc-tot-anulado.
           MOVE w-dif-vigente TO pc-dif-vigente.
           WRITE pc-reg.
           CLOSE PUNTOCONTROL.
           MOVE ZERO TO w-desde-control.

       390-CIERRO-PUNTO-CONTROL.
           MOVE "T" TO w-estado-pc.
           PERFORM 385-ESCRIBO-PUNTO-CONTROL.

       900-FIN.
           MOVE w-anulados TO l-anulados.
           MOVE w-rechazados TO l-rechazados.
           WRITE lin-imp FROM lin-cuenta-anu.
           WRITE lin-imp FROM lin-cuenta-rec.
           WRITE lin-imp FROM lin-total.
           MOVE w-dif-vigente TO l-dif-cuenta.
           WRITE lin-imp FROM lin-cuenta-dif.
           IF corrida-reanudada
               MOVE w-recuperados TO l-recuperados
               WRITE lin-imp FROM lin-cuenta-recup
           END-IF.
           PERFORM 950-MARCO-PERIODO-ANULADO.
           PERFORM 960-ASIENTO-CIFRAS.
           PERFORM 390-CIERRO-PUNTO-CONTROL.
           CLOSE LISTADO.

       950-MARCO-PERIODO-ANULADO.
