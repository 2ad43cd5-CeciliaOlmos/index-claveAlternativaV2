      *          cartera, y la comparacion contra el mes anterior
      *          tomada de resumenes.dat, donde cada corrida asienta
      *          sus numeros para la proxima.
      *          Agrega la emision teorica del periodo con las cuotas
      *          vigentes en el (historial cuotashis.dat, o
      *          categorias.dat si la categoria no tiene historial):
      *          socios activos por categoria por su cuota, con los
      *          titulares de grupo familiar a la cuota F y sin los
      *          adherentes del grupo, comparada con lo facturado
      *          como "CUOTA SOCIAL AAAAMM" del periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CATEGORIAS ASSIGN TO "..\categorias.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUOTASHIS ASSIGN TO "..\cuotashis.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
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
       77  w-ant-saldo pic s9(11)v99 value zero.
       77  w-dif-saldo pic s9(11)v99 value zero.
       77  w-dif-activos pic s9(5) value zero.
       01  tab-categorias.
           03 tab-cat-ent occurs 10 times.
               05 tab-cat-cod pic x.
               05 tab-cat-desc pic x(12).
               05 tab-cat-cuota pic 9(8)v99.
               05 tab-cat-desde pic 9(6).
               05 tab-cat-hist pic x.
               05 tab-cat-socios pic 9(5).
               05 tab-cat-teorico pic 9(11)v99.
       77  w-cat-cant pic 99 value zero.
       77  w-cat-i pic 99 value zero.
       77  w-cat-hallada pic 99 value zero.
       77  w-flag-cat pic 9 value zero.
       77  w-cuota-familiar pic 9(8)v99 value zero.
       01  tab-titulares.
           03 tab-tit-nro pic 9(6) occurs 10000 times.
       77  w-tit-cant pic 9(5) value zero.
       77  w-tit-i pic 9(5) value zero.
       77  w-es-titular pic x value "N".
       77  w-tit-grupo pic 9(5) value zero.
       77  w-tot-tit-grupo pic 9(11)v99 value zero.
       77  w-adher-grupo pic 9(5) value zero.
       77  w-sin-categoria pic 9(5) value zero.
       77  w-teorico pic 9(11)v99 value zero.
       77  w-fact-periodo pic 9(11)v99 value zero.
       77  w-dif-teorico pic s9(11)v99 value zero.
       01  w-concepto-cuota pic x(20) value spaces.
       01  lin-titulo.
           03 filler pic x(38) value
               "RESUMEN MENSUAL DE GESTION - PERIODO: ".
       01  lin-ant-saldo.
           03 filler pic x(30) value "  VARIACION DEL SALDO: ".
           03 l-dif-saldo pic zz.zzz.zzz.zz9,99-.
       01  lin-sub-vigentes.
           03 filler pic x(40) value
               "EMISION SEGUN CUOTAS VIGENTES".
       01  lin-cat-vig.
           03 filler pic x(2) value spaces.
           03 l-cat-cod pic x.
           03 filler pic x(1) value space.
           03 l-cat-desc pic x(12).
           03 filler pic x(7) value " CUOTA ".
           03 l-cat-cuota pic zz.zzz.zz9,99.
           03 filler pic x(9) value "  SOCIOS ".
           03 l-cat-socios pic zzzz9.
           03 filler pic x(2) value spaces.
           03 l-cat-teorico pic zz.zzz.zzz.zz9,99.
       01  lin-sin-categoria.
           03 filler pic x(30) value "  SOCIOS SIN CATEGORIA: ".
           03 l-sin-categoria pic zzzz9.
       01  lin-adher-grupo.
           03 filler pic x(30) value "  ADHERENTES EN GRUPO: ".
           03 l-adher-grupo pic zzzz9.
       01  lin-teorico.
           03 filler pic x(30) value "  EMISION TEORICA: ".
           03 l-teorico pic zz.zzz.zzz.zz9,99.
       01  lin-fact-periodo.
           03 filler pic x(12) value "  FACTURADO ".
           03 l-concepto-cuota pic x(20).
           03 l-fact-periodo pic zz.zzz.zzz.zz9,99.
       01  lin-dif-teorico.
           03 filler pic x(30) value "  DIFERENCIA: ".
           03 l-dif-teorico pic zz.zzz.zzz.zz9,99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CUENTO-PADRON.
           PERFORM 300-SUMO-MOVIMIENTOS.
           PERFORM 150-CARGO-CATEGORIAS.
           PERFORM 160-APLICO-HISTORIAL.
           PERFORM 170-CARGO-TITULARES.
           PERFORM 400-RECORRO-CARTERA.
           PERFORM 500-BUSCO-MES-ANTERIOR.
           PERFORM 600-IMPRIMO-RESUMEN.
       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

      ******************************************************************
      * CUOTAS VIGENTES EN EL PERIODO
      ******************************************************************
       150-CARGO-CATEGORIAS.
           MOVE ZERO TO w-cat-cant.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CATEGORIAS.
           PERFORM 155-LEO-CATEGORIA.
           PERFORM UNTIL w-flag-cat = 1
               IF w-cat-cant < 10
                   ADD 1 TO w-cat-cant
                   MOVE cat-codigo TO tab-cat-cod(w-cat-cant)
                   MOVE cat-descripcion TO tab-cat-desc(w-cat-cant)
                   MOVE cat-cuota TO tab-cat-cuota(w-cat-cant)
                   MOVE ZERO TO tab-cat-desde(w-cat-cant)
                   MOVE "N" TO tab-cat-hist(w-cat-cant)
                   MOVE ZERO TO tab-cat-socios(w-cat-cant)
                   MOVE ZERO TO tab-cat-teorico(w-cat-cant)
               END-IF
               PERFORM 155-LEO-CATEGORIA
           END-PERFORM.
           CLOSE CATEGORIAS.

       155-LEO-CATEGORIA.
           READ CATEGORIAS AT END MOVE 1 TO w-flag-cat.

      *    Misma regla que la facturacion: de cada categoria queda la
      *    cuota del historial con el mayor periodo desde que no
      *    supere el periodo resumido.
       160-APLICO-HISTORIAL.
           MOVE ZERO TO w-flag-cat.
           OPEN INPUT CUOTASHIS.
           PERFORM 165-LEO-HISTORIAL.
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
               PERFORM 165-LEO-HISTORIAL
           END-PERFORM.
           CLOSE CUOTASHIS.
           MOVE ZERO TO w-cuota-familiar.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = "F"
                   MOVE tab-cat-cuota(w-cat-i) TO w-cuota-familiar
               END-IF
           END-PERFORM.

       165-LEO-HISTORIAL.
           READ CUOTASHIS AT END MOVE 1 TO w-flag-cat.

       170-CARGO-TITULARES.
           MOVE ZERO TO w-tit-cant.
           MOVE ZERO TO w-flag.
           OPEN INPUT SOCIOS.
           PERFORM 410-LEO-SOCIO.
           PERFORM UNTIL w-flag = 1
               IF soc-familia NOT = ZERO AND w-tit-cant < 10000
                   ADD 1 TO w-tit-cant
                   MOVE soc-familia TO tab-tit-nro(w-tit-cant)
               END-IF
               PERFORM 410-LEO-SOCIO
           END-PERFORM.
           CLOSE SOCIOS.

       200-CUENTO-PADRON.
           MOVE ZERO TO w-flag.
           OPEN INPUT AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag.

       300-SUMO-MOVIMIENTOS.
           MOVE SPACES TO w-concepto-cuota.
           STRING "CUOTA SOCIAL " w-periodo
               DELIMITED BY SIZE INTO w-concepto-cuota.
           MOVE ZERO TO w-flag.
           OPEN INPUT MOVIMIENTOS.
           MOVE ZEROS TO mov-clave.
                       ADD mov-importe TO w-cobrado
                   END-IF
               END-IF
               IF mov-tipo = "D" AND mov-concepto = w-concepto-cuota
                   AND mov-aplicado NOT = "A"
                   ADD mov-importe TO w-fact-periodo
               END-IF
               PERFORM 310-LEO-MOVIMIENTO
           END-PERFORM.
           CLOSE MOVIMIENTOS.
               ADD soc-importe TO w-saldo-total
               IF soc-estado = "A"
                   ADD 1 TO w-activos
                   PERFORM 420-ACUMULO-EMISION
               END-IF
               IF soc-estado = "S"
                   ADD 1 TO w-suspendidos
       410-LEO-SOCIO.
           READ SOCIOS NEXT AT END MOVE 1 TO w-flag.

      *    Con el mismo criterio que la facturacion: el adherente de
      *    un grupo no paga y el titular paga la cuota F si existe.
       420-ACUMULO-EMISION.
           MOVE "N" TO w-es-titular.
           PERFORM VARYING w-tit-i FROM 1 BY 1
               UNTIL w-tit-i > w-tit-cant
               IF tab-tit-nro(w-tit-i) = soc-nro
                   MOVE "S" TO w-es-titular
               END-IF
           END-PERFORM.
           MOVE ZERO TO w-cat-hallada.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               IF tab-cat-cod(w-cat-i) = soc-categoria
                   MOVE w-cat-i TO w-cat-hallada
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN soc-categoria = "D" AND soc-familia NOT = ZERO
                   ADD 1 TO w-adher-grupo
               WHEN w-es-titular = "S" AND w-cuota-familiar > ZERO
                   ADD 1 TO w-tit-grupo
                   ADD w-cuota-familiar TO w-tot-tit-grupo
                   ADD w-cuota-familiar TO w-teorico
               WHEN w-cat-hallada = ZERO
                   ADD 1 TO w-sin-categoria
               WHEN OTHER
                   ADD 1 TO tab-cat-socios(w-cat-hallada)
                   ADD tab-cat-cuota(w-cat-hallada)
                       TO tab-cat-teorico(w-cat-hallada)
                   ADD tab-cat-cuota(w-cat-hallada) TO w-teorico
           END-EVALUATE.

       500-BUSCO-MES-ANTERIOR.
           MOVE "N" TO w-hay-anterior.
           MOVE ZERO TO w-flag.
           MOVE w-porcentaje TO l-porcentaje.
           WRITE lin-imp FROM lin-porcentaje.
           WRITE lin-imp FROM lin-guarda.
           PERFORM 650-IMPRIMO-EMISION.
           WRITE lin-imp FROM lin-sub-cartera.
           MOVE w-activos TO l-activos.
           WRITE lin-imp FROM lin-activos.
           END-IF.
           WRITE lin-imp FROM lin-guarda.

       650-IMPRIMO-EMISION.
           WRITE lin-imp FROM lin-sub-vigentes.
           PERFORM VARYING w-cat-i FROM 1 BY 1
               UNTIL w-cat-i > w-cat-cant
               MOVE tab-cat-cod(w-cat-i) TO l-cat-cod
               MOVE tab-cat-desc(w-cat-i) TO l-cat-desc
               MOVE tab-cat-cuota(w-cat-i) TO l-cat-cuota
               MOVE tab-cat-socios(w-cat-i) TO l-cat-socios
               MOVE tab-cat-teorico(w-cat-i) TO l-cat-teorico
               WRITE lin-imp FROM lin-cat-vig
           END-PERFORM.
           IF w-tit-grupo > ZERO
               MOVE "F" TO l-cat-cod
               MOVE "TIT. GRUPO" TO l-cat-desc
               MOVE w-cuota-familiar TO l-cat-cuota
               MOVE w-tit-grupo TO l-cat-socios
               MOVE w-tot-tit-grupo TO l-cat-teorico
               WRITE lin-imp FROM lin-cat-vig
           END-IF.
           MOVE w-adher-grupo TO l-adher-grupo.
           WRITE lin-imp FROM lin-adher-grupo.
           IF w-sin-categoria > ZERO
               MOVE w-sin-categoria TO l-sin-categoria
               WRITE lin-imp FROM lin-sin-categoria
           END-IF.
           MOVE w-teorico TO l-teorico.
           WRITE lin-imp FROM lin-teorico.
           MOVE w-concepto-cuota TO l-concepto-cuota.
           MOVE w-fact-periodo TO l-fact-periodo.
           WRITE lin-imp FROM lin-fact-periodo.
           COMPUTE w-dif-teorico = w-fact-periodo - w-teorico.
           MOVE w-dif-teorico TO l-dif-teorico.
           WRITE lin-imp FROM lin-dif-teorico.
           WRITE lin-imp FROM lin-guarda.

       900-FIN.
           OPEN EXTEND RESUMENES.
           MOVE SPACES TO reg-resumen.
