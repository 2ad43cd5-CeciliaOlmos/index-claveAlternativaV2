      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la tabla de imputacion contable
      *          (cuentas.dat) que usa la interfaz de asientos
      *          diarios. Cada entrada asocia una clave con la cuenta
      *          del plan de cuentas de la contabilidad:
      *            tipo C: comienzo del concepto del movimiento
      *                    (CUOTA SOCIAL, ARANCEL, ANULA CUOTA, ...);
      *                    el concepto "*" toma los que no tengan
      *                    una entrada mas precisa.
      *            tipo M: medio de pago de los recibos (E efectivo,
      *                    C cheque, T transferencia, D debito
      *                    automatico).
      *            tipo S: cuenta de deudores por cuotas sociales,
      *                    contrapartida de todos los asientos.
      *          Alta, modificacion, baja y listado en pantalla.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS ASSIGN TO "..\cuentas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cco-clave.
       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS.
       01  cco-reg.
           03 cco-clave.
               05 cco-tipo pic x.
               05 cco-codigo pic x(20).
           03 cco-cuenta pic x(10).
           03 cco-descripcion pic x(20).
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 9.
       77  w-flag pic 9 value zero.
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       77  w-clave-ok pic x value "N".
           88  clave-ok value "S".
       77  w-tipo pic x value space.
       01  w-codigo pic x(20) value spaces.
       01  w-cuenta pic x(10) value spaces.
       01  w-descripcion pic x(20) value spaces.
       77  w-cant pic 999 value zero.
       01  lin-cuenta.
           03 lc-tipo pic x.
           03 filler pic x(2) value spaces.
           03 lc-codigo pic x(20).
           03 filler pic x(2) value spaces.
           03 lc-cuenta pic x(10).
           03 filler pic x(2) value spaces.
           03 lc-descripcion pic x(20).
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
           OPEN I-O CUENTAS.

       200-MENU.
           display "1 - Alta de imputacion".
           display "2 - Modificacion de imputacion".
           display "3 - Baja de imputacion".
           display "4 - Listado de imputaciones".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-ALTA
               WHEN 2 PERFORM 500-MODIFICA
               WHEN 3 PERFORM 600-BAJA
               WHEN 4 PERFORM 700-LISTADO
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    Pide tipo y codigo y los deja en cco-clave; la cuenta de
      *    deudores (tipo S) es una sola y no lleva codigo.
       310-PIDO-CLAVE.
           MOVE "N" TO w-clave-ok.
           display "tipo (C concepto / M medio de pago / S deudores)".
           accept w-tipo.
           EVALUATE w-tipo
               WHEN "C"
                   display "comienzo del concepto (* = cualquier "
                       "otro)"
                   accept w-codigo
                   IF w-codigo = SPACES
                       DISPLAY "el concepto no puede quedar en "
                           "blanco"
                   ELSE
                       MOVE "S" TO w-clave-ok
                   END-IF
               WHEN "M"
                   display "medio de pago (E / C / T / D)"
                   accept w-codigo
                   IF w-codigo = "E" OR w-codigo = "C"
                       OR w-codigo = "T" OR w-codigo = "D"
                       MOVE "S" TO w-clave-ok
                   ELSE
                       DISPLAY "el medio de pago debe ser E, C, T o D"
                   END-IF
               WHEN "S"
                   MOVE SPACES TO w-codigo
                   MOVE "S" TO w-clave-ok
               WHEN OTHER
                   DISPLAY "el tipo debe ser C, M o S"
           END-EVALUATE.
           MOVE w-tipo TO cco-tipo.
           MOVE w-codigo TO cco-codigo.

       320-PIDO-DATOS.
           display "cuenta contable".
           accept w-cuenta.
           display "descripcion".
           accept w-descripcion.

      ******************************************************************
      * ALTA, MODIFICACION Y BAJA
      ******************************************************************
       400-ALTA.
           PERFORM 310-PIDO-CLAVE.
           IF clave-ok
               READ CUENTAS
                   INVALID KEY
                       PERFORM 320-PIDO-DATOS
                       MOVE w-tipo TO cco-tipo
                       MOVE w-codigo TO cco-codigo
                       MOVE w-cuenta TO cco-cuenta
                       MOVE w-descripcion TO cco-descripcion
                       WRITE cco-reg
                           INVALID KEY
                               DISPLAY "no pude grabar la imputacion"
                           NOT INVALID KEY
                               DISPLAY "Imputacion grabada"
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "la imputacion ya existe, cuenta "
                           cco-cuenta
               END-READ
           END-IF.

       500-MODIFICA.
           PERFORM 310-PIDO-CLAVE.
           IF clave-ok
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "la imputacion no existe"
                   NOT INVALID KEY
                       DISPLAY "CUENTA ACTUAL: " cco-cuenta " - "
                           cco-descripcion
                       PERFORM 320-PIDO-DATOS
                       MOVE w-cuenta TO cco-cuenta
                       MOVE w-descripcion TO cco-descripcion
                       REWRITE cco-reg
                           INVALID KEY
                               DISPLAY "no pude actualizar la "
                                   "imputacion"
                           NOT INVALID KEY
                               DISPLAY "Imputacion actualizada"
                       END-REWRITE
               END-READ
           END-IF.

       600-BAJA.
           PERFORM 310-PIDO-CLAVE.
           IF clave-ok
               READ CUENTAS
                   INVALID KEY
                       DISPLAY "la imputacion no existe"
                   NOT INVALID KEY
                       DISPLAY "CUENTA: " cco-cuenta " - "
                           cco-descripcion
                       DISPLAY "Confirma la baja (S/N)?"
                       MOVE "N" TO w-conf
                       ACCEPT w-conf
                       IF confirma
                           DELETE CUENTAS RECORD
                               INVALID KEY
                                   DISPLAY "no pude dar de baja"
                               NOT INVALID KEY
                                   DISPLAY "Imputacion dada de baja"
                           END-DELETE
                       ELSE
                           DISPLAY "Baja cancelada"
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * LISTADO
      ******************************************************************
       700-LISTADO.
           MOVE ZERO TO w-cant.
           MOVE ZERO TO w-flag.
           MOVE LOW-VALUES TO cco-clave.
           START CUENTAS KEY IS NOT LESS cco-clave
               INVALID KEY
                   MOVE 1 TO w-flag
           END-START.
           PERFORM 710-LEE-SIGUIENTE.
           PERFORM UNTIL w-flag = 1
               ADD 1 TO w-cant
               MOVE cco-tipo TO lc-tipo
               MOVE cco-codigo TO lc-codigo
               MOVE cco-cuenta TO lc-cuenta
               MOVE cco-descripcion TO lc-descripcion
               DISPLAY lin-cuenta
               PERFORM 710-LEE-SIGUIENTE
           END-PERFORM.
           DISPLAY "IMPUTACIONES: " w-cant.

       710-LEE-SIGUIENTE.
           IF w-flag NOT = 1
               READ CUENTAS NEXT AT END MOVE 1 TO w-flag
               END-READ
           END-IF.

       900-FIN.
           CLOSE CUENTAS.
       END PROGRAM YOUR-PROGRAM-NAME.
