      *          Lista en morosidad.lst los socios con cuotas
      *          impagas, clasificados por tramo (1, 2, 3 o mas de
      *          3 periodos), con subtotales de socios y de deuda
      *          por tramo. Los periodos cubiertos por un convenio
      *          de pago no cuentan como impagos; el saldo de un
      *          convenio caducado cuenta como un periodo impago mas.
      *          Los pagos cubren primero las cuotas de convenio y los
      *          aranceles de actividades.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  w-cuo-i pic 999 value zero.
       77  w-deb-cuotas pic 9(11)v99 value zero.
       77  w-creditos pic 9(11)v99 value zero.
       77  w-reversos pic 9(11)v99 value zero.
       77  w-deuda pic 9(11)v99 value zero.
       77  w-acumulado pic 9(11)v99 value zero.
       77  w-impagas pic 999 value zero.
           MOVE ZERO TO w-cuo-cant.
           MOVE ZERO TO w-deb-cuotas.
           MOVE ZERO TO w-creditos.
           MOVE ZERO TO w-reversos.
           MOVE ZERO TO w-flag-mov.
           MOVE soc-nro TO mov-nro.
           MOVE ZEROS TO mov-fecha.
               PERFORM 330-ACUMULO-MOVIMIENTO
               PERFORM 325-LEO-MOVIMIENTO
           END-PERFORM.
           IF w-reversos > w-creditos
               MOVE ZERO TO w-creditos
           ELSE
               SUBTRACT w-reversos FROM w-creditos
           END-IF.
           MOVE ZERO TO w-impagas.
           IF w-deb-cuotas > w-creditos
               COMPUTE w-deuda = w-deb-cuotas - w-creditos
               END-IF
           END-IF.

      *    Los pagos se imputan primero a las cuotas de convenio y a
      *    los aranceles de actividades; la deuda refinanciada queda
      *    cubierta por el credito del convenio y el saldo de un
      *    convenio caducado cuenta como un periodo impago mas.
       330-ACUMULO-MOVIMIENTO.
           EVALUATE TRUE
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "CUOTA SOCIAL "
                   OR mov-concepto = "SALDO EJERCICIO ANT."
                   OR mov-concepto(1:12) = "CADUCA CONV ")
                   ADD mov-importe TO w-deb-cuotas
                   IF w-cuo-cant < 120
                       ADD 1 TO w-cuo-cant
                       MOVE mov-importe TO tab-cuo-importe(w-cuo-cant)
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

       340-CLASIFICO-TRAMO.
           IF w-impagas > 3
