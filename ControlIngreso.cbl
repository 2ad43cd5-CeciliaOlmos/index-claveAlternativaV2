      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de ingreso a las instalaciones. El personal
      *          de la entrada ingresa el numero de socio de la
      *          credencial y el programa aprueba o rechaza el ingreso
      *          mostrando el motivo del rechazo:
      *            - el socio no existe en socios.dat;
      *            - el socio esta suspendido o dado de baja;
      *            - no tiene credencial emitida en credenciales.dat
      *              o la credencial esta vencida;
      *            - tiene mas periodos de cuota impagos que los
      *              tolerados (parametros.dat, programa
      *              CONTROLINGRESO, valor1; 1 si no esta), con la
      *              misma imputacion de pagos que SuspendeMorosos.
      *          Cada ingreso, aprobado o rechazado, queda en
      *          ingresos.dat con fecha, hora, operador, socio,
      *          categoria, resultado y motivo. El operador se
      *          identifica como en ABMSocios y su acceso queda en
      *          accesos.dat. Numero de socio cero para terminar.
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
           SELECT OPTIONAL CREDENCIALES
           ASSIGN TO "..\credenciales.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cre-socio.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ope-codigo.
           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INGRESOS ASSIGN TO "..\ingresos.dat"
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
       01  mov-reg.
           03 mov-clave.
               05 mov-nro pic 9(6).
               05 mov-fecha pic 9(8).
               05 mov-secuencia pic 9(4).
           03 mov-tipo pic x.
           03 mov-concepto pic x(20).
           03 mov-importe pic 9(8)v99.
           03 mov-aplicado pic x.
       FD  CREDENCIALES.
       01  cre-reg.
           03 cre-socio pic 9(6).
           03 cre-fecha-emision pic 9(8).
           03 cre-vencimiento pic 9(8).
       FD  OPERADORES.
       01  ope-reg.
           03 ope-codigo pic x(10).
           03 ope-clave pic x(10).
           03 ope-nivel pic 9.
           03 ope-intentos pic 99.
           03 ope-bloqueado pic x.
           03 ope-fecha-clave pic 9(8).
       FD  ACCESOS.
       01  reg-acceso.
           03 acc-fecha pic 9(8).
           03 filler pic x(1).
           03 acc-hora pic 9(8).
           03 filler pic x(1).
           03 acc-operador pic x(10).
           03 filler pic x(1).
           03 acc-programa pic x(12).
           03 filler pic x(1).
           03 acc-resultado pic x(10).
           03 filler pic x(1).
           03 acc-detalle pic x(10).
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  INGRESOS.
       01  reg-ingreso.
           03 ing-fecha pic 9(8).
           03 filler pic x(1).
           03 ing-hora pic 9(8).
           03 filler pic x(1).
           03 ing-operador pic x(10).
           03 filler pic x(1).
           03 ing-socio pic 9(6).
           03 filler pic x(1).
           03 ing-categoria pic x.
           03 filler pic x(1).
           03 ing-resultado pic x(9).
           03 filler pic x(1).
           03 ing-motivo pic x(20).
       WORKING-STORAGE SECTION.
       01  w-operador pic x(10) value spaces.
       01  w-clave pic x(10) value spaces.
       77  w-acceso-ok pic x value "N".
           88  acceso-ok value "S".
       77  w-intentos pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-dias-clave pic 999 value 90.
       77  w-max-intentos pic 99 value 3.
       77  w-edad-clave pic s9(5) value zero.
       01  w-fecha-hoy2 pic 9(8) value zero.
       01  w-fecha-hoy2-r redefines w-fecha-hoy2.
           03 w-fh2-anio pic 9999.
           03 w-fh2-mes pic 99.
           03 w-fh2-dia pic 99.
       01  w-fecha-cla pic 9(8) value zero.
       01  w-fecha-cla-r redefines w-fecha-cla.
           03 w-fc-anio pic 9999.
           03 w-fc-mes pic 99.
           03 w-fc-dia pic 99.
       01  w-clave-nueva pic x(10) value spaces.
       01  w-acc-resultado pic x(10) value spaces.
       01  w-acc-detalle pic x(10) value spaces.
       77  w-socio pic 9(6) value zero.
       77  w-tolerancia pic 999 value 1.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-hora pic 9(8) value zero.
       77  w-ingreso-ok pic x value "S".
           88  ingreso-ok value "S".
       01  w-motivo pic x(20) value spaces.
       77  w-flag-mov pic 9 value zero.
       01  tab-cuotas.
           03 tab-cuo-ent occurs 120 times.
               05 tab-cuo-concepto pic x(20).
               05 tab-cuo-importe pic 9(8)v99.
       77  w-cuo-cant pic 999 value zero.
       77  w-cuo-i pic 999 value zero.
       77  w-deb-cuotas pic 9(11)v99 value zero.
       77  w-creditos pic 9(11)v99 value zero.
       77  w-reversos pic 9(11)v99 value zero.
       77  w-deuda pic 9(11)v99 value zero.
       77  w-acumulado pic 9(11)v99 value zero.
       77  w-impagas pic 999 value zero.
       77  w-aprobados pic 9(5) value zero.
       77  w-rechazados pic 9(5) value zero.
       01  w-vto-ed.
           03 w-vto-dia pic 99.
           03 filler pic x value "/".
           03 w-vto-mes pic 99.
           03 filler pic x value "/".
           03 w-vto-anio pic 9999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PIDO-SOCIO.
           PERFORM UNTIL w-socio = ZERO
               PERFORM 300-CONTROLO-INGRESO
               PERFORM 200-PIDO-SOCIO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           OPEN INPUT SOCIOS.
           OPEN INPUT MOVIMIENTOS.
           OPEN INPUT CREDENCIALES.
           OPEN I-O OPERADORES.
           PERFORM 108-BUSCO-PARAMETROS.
           PERFORM 110-VALIDO-OPERADOR.

       108-BUSCO-PARAMETROS.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 109-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "SEGURIDAD"
                   IF par-valor1(1:3) IS NUMERIC
                       MOVE par-valor1(1:3) TO w-dias-clave
                   END-IF
                   IF par-valor2(1:2) IS NUMERIC
                       MOVE par-valor2(1:2) TO w-max-intentos
                   END-IF
               END-IF
               IF par-programa = "CONTROLINGRESO"
                   IF par-valor1(1:3) IS NUMERIC
                       MOVE par-valor1(1:3) TO w-tolerancia
                   END-IF
               END-IF
               PERFORM 109-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       109-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

      ******************************************************************
      * IDENTIFICACION DEL OPERADOR (MISMAS REGLAS QUE ABMSOCIOS)
      ******************************************************************
       110-VALIDO-OPERADOR.
           MOVE "N" TO w-acceso-ok.
           MOVE ZERO TO w-intentos.
           PERFORM UNTIL acceso-ok OR w-intentos = 3
               PERFORM 120-PIDO-CREDENCIALES
           END-PERFORM.
           IF NOT acceso-ok
               DISPLAY "Acceso denegado"
               PERFORM 900-FIN
               STOP RUN
           END-IF.

       120-PIDO-CREDENCIALES.
           ADD 1 TO w-intentos.
           DISPLAY "Ingrese su identificacion de operador"
           ACCEPT w-operador.
           DISPLAY "Ingrese su clave de acceso"
           ACCEPT w-clave.
           MOVE w-operador TO ope-codigo.
           READ OPERADORES INVALID KEY
                   DISPLAY "Operador o clave invalidos"
                   MOVE "FALLIDO" TO w-acc-resultado
                   PERFORM 125-REGISTRO-ACCESO
               NOT INVALID KEY
                   PERFORM 121-VERIFICO-CREDENCIAL
           END-READ.

       121-VERIFICO-CREDENCIAL.
           EVALUATE TRUE
               WHEN ope-bloqueado = "S"
                   DISPLAY "La cuenta esta bloqueada por intentos "
                       "fallidos, pida el desbloqueo a un "
                       "supervisor"
                   MOVE "BLOQUEADO" TO w-acc-resultado
                   PERFORM 125-REGISTRO-ACCESO
               WHEN ope-clave = w-clave
                   MOVE "S" TO w-acceso-ok
                   MOVE ZERO TO ope-intentos
                   REWRITE ope-reg
                   END-REWRITE
                   MOVE "OK" TO w-acc-resultado
                   PERFORM 125-REGISTRO-ACCESO
                   PERFORM 122-VERIFICO-VENCIMIENTO
               WHEN OTHER
                   DISPLAY "Operador o clave invalidos"
                   ADD 1 TO ope-intentos
                   IF ope-intentos NOT < w-max-intentos
                       MOVE "S" TO ope-bloqueado
                       DISPLAY "La cuenta quedo bloqueada por "
                           "intentos fallidos acumulados"
                       MOVE "BLOQUEADO" TO w-acc-resultado
                   ELSE
                       MOVE "FALLIDO" TO w-acc-resultado
                   END-IF
                   REWRITE ope-reg
                   END-REWRITE
                   PERFORM 125-REGISTRO-ACCESO
           END-EVALUATE.

       122-VERIFICO-VENCIMIENTO.
           PERFORM 123-CALCULO-EDAD-CLAVE.
           IF ope-fecha-clave = ZERO
               OR w-edad-clave > w-dias-clave
               DISPLAY "Su clave vencio a los " w-dias-clave
                   " dias, debe cambiarla para continuar"
               PERFORM 124-CAMBIO-CLAVE
           END-IF.

       123-CALCULO-EDAD-CLAVE.
           ACCEPT w-fecha-hoy2 FROM DATE YYYYMMDD.
           MOVE ope-fecha-clave TO w-fecha-cla.
           COMPUTE w-edad-clave =
               (w-fh2-anio - w-fc-anio) * 365
               + (w-fh2-mes - w-fc-mes) * 30
               + w-fh2-dia - w-fc-dia.

       124-CAMBIO-CLAVE.
           MOVE SPACES TO w-clave-nueva.
           PERFORM UNTIL w-clave-nueva NOT = SPACES
               DISPLAY "Ingrese la clave nueva"
               ACCEPT w-clave-nueva
           END-PERFORM.
           MOVE w-clave-nueva TO ope-clave.
           ACCEPT ope-fecha-clave FROM DATE YYYYMMDD.
           MOVE ZERO TO ope-intentos.
           REWRITE ope-reg
           END-REWRITE.
           MOVE w-clave-nueva TO w-clave.
           DISPLAY "Clave cambiada".
           MOVE "CLAVENUEVA" TO w-acc-resultado.
           PERFORM 125-REGISTRO-ACCESO.

       125-REGISTRO-ACCESO.
           OPEN EXTEND ACCESOS.
           MOVE SPACES TO reg-acceso.
           ACCEPT acc-fecha FROM DATE YYYYMMDD.
           ACCEPT acc-hora FROM TIME.
           MOVE w-operador TO acc-operador.
           MOVE "CTRLINGRESO" TO acc-programa.
           MOVE w-acc-resultado TO acc-resultado.
           MOVE w-acc-detalle TO acc-detalle.
           WRITE reg-acceso.
           CLOSE ACCESOS.
           MOVE SPACES TO w-acc-detalle.

       200-PIDO-SOCIO.
           DISPLAY " ".
           DISPLAY "ingrese nro de socio de la credencial (0 = salir)".
           MOVE ZERO TO w-socio.
           ACCEPT w-socio.

      ******************************************************************
      * CONTROL DEL INGRESO
      ******************************************************************
      *    Los controles van del mas simple al mas costoso; el primero
      *    que falla da el motivo del rechazo.
       300-CONTROLO-INGRESO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora FROM TIME.
           MOVE "S" TO w-ingreso-ok.
           MOVE SPACES TO w-motivo.
           MOVE ZERO TO w-impagas.
           MOVE w-socio TO soc-nro.
           READ SOCIOS
               INVALID KEY
                   MOVE "N" TO w-ingreso-ok
                   MOVE "SOCIO INEXISTENTE" TO w-motivo
                   MOVE SPACE TO soc-categoria
               NOT INVALID KEY
                   PERFORM 310-VERIFICO-ESTADO
           END-READ.
           IF ingreso-ok
               PERFORM 320-VERIFICO-CREDENCIAL
           END-IF.
           IF ingreso-ok
               PERFORM 330-VERIFICO-IMPAGAS
           END-IF.
           PERFORM 400-MUESTRO-RESULTADO.
           PERFORM 450-REGISTRO-INGRESO.

       310-VERIFICO-ESTADO.
           EVALUATE soc-estado
               WHEN "A"
                   CONTINUE
               WHEN "S"
                   MOVE "N" TO w-ingreso-ok
                   MOVE "SOCIO SUSPENDIDO" TO w-motivo
               WHEN "B"
                   MOVE "N" TO w-ingreso-ok
                   MOVE "SOCIO DADO DE BAJA" TO w-motivo
               WHEN OTHER
                   MOVE "N" TO w-ingreso-ok
                   MOVE "ESTADO INVALIDO" TO w-motivo
           END-EVALUATE.

      *    Vale la ultima credencial emitida al socio.
       320-VERIFICO-CREDENCIAL.
           MOVE soc-nro TO cre-socio.
           READ CREDENCIALES
               INVALID KEY
                   MOVE "N" TO w-ingreso-ok
                   MOVE "SIN CREDENCIAL" TO w-motivo
               NOT INVALID KEY
                   IF cre-vencimiento < w-fecha-hoy
                       MOVE "N" TO w-ingreso-ok
                       MOVE "CREDENCIAL VENCIDA" TO w-motivo
                   END-IF
           END-READ.

       330-VERIFICO-IMPAGAS.
           MOVE ZERO TO w-cuo-cant.
           MOVE ZERO TO w-deb-cuotas.
           MOVE ZERO TO w-creditos.
           MOVE ZERO TO w-reversos.
           PERFORM 340-POSICIONO-MOVIMIENTOS.
           PERFORM UNTIL w-flag-mov = 1
               PERFORM 360-ACUMULO-MOROSIDAD
               PERFORM 350-LEO-MOVIMIENTO
           END-PERFORM.
           PERFORM 370-CALCULO-IMPAGAS.
           IF w-impagas > w-tolerancia
               MOVE "N" TO w-ingreso-ok
               MOVE "CUOTAS IMPAGAS" TO w-motivo
           END-IF.

       340-POSICIONO-MOVIMIENTOS.
           MOVE ZERO TO w-flag-mov.
           MOVE soc-nro TO mov-nro.
           MOVE ZEROS TO mov-fecha.
           MOVE ZEROS TO mov-secuencia.
           START MOVIMIENTOS KEY IS NOT LESS mov-clave
               INVALID KEY
                   MOVE 1 TO w-flag-mov
           END-START.
           PERFORM 350-LEO-MOVIMIENTO.

       350-LEO-MOVIMIENTO.
           IF w-flag-mov NOT = 1
               READ MOVIMIENTOS NEXT AT END MOVE 1 TO w-flag-mov
               END-READ
               IF w-flag-mov NOT = 1 AND mov-nro NOT = soc-nro
                   MOVE 1 TO w-flag-mov
               END-IF
           END-IF.

      *    Los pagos se imputan primero a las cuotas de convenio y a
      *    los aranceles de actividades; la deuda refinanciada queda
      *    cubierta por el credito del convenio y el saldo de un
      *    convenio caducado cuenta como un periodo impago mas.
       360-ACUMULO-MOROSIDAD.
           EVALUATE TRUE
               WHEN mov-tipo = "D"
                   AND (mov-concepto(1:13) = "CUOTA SOCIAL "
                   OR mov-concepto = "SALDO EJERCICIO ANT."
                   OR mov-concepto(1:12) = "CADUCA CONV ")
                   ADD mov-importe TO w-deb-cuotas
                   IF w-cuo-cant < 120
                       ADD 1 TO w-cuo-cant
                       MOVE mov-concepto TO tab-cuo-concepto(w-cuo-cant)
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

      *    La deuda se cubre con las cuotas mas recientes: son impagos
      *    los ultimos periodos que suman el importe adeudado.
       370-CALCULO-IMPAGAS.
           IF w-reversos > w-creditos
               MOVE ZERO TO w-creditos
           ELSE
               SUBTRACT w-reversos FROM w-creditos
           END-IF.
           MOVE ZERO TO w-impagas.
           IF w-deb-cuotas > w-creditos
               COMPUTE w-deuda = w-deb-cuotas - w-creditos
               MOVE ZERO TO w-acumulado
               PERFORM VARYING w-cuo-i FROM w-cuo-cant BY -1
                   UNTIL w-cuo-i < 1 OR w-acumulado NOT < w-deuda
                   ADD tab-cuo-importe(w-cuo-i) TO w-acumulado
                   ADD 1 TO w-impagas
               END-PERFORM
           ELSE
               MOVE ZERO TO w-deuda
           END-IF.

      ******************************************************************
      * RESULTADO EN PANTALLA Y REGISTRO DEL INGRESO
      ******************************************************************
       400-MUESTRO-RESULTADO.
           IF ingreso-ok
               ADD 1 TO w-aprobados
               DISPLAY "*** INGRESO APROBADO ***"
               DISPLAY "SOCIO " soc-nro " " soc-apell " " soc-nom
                   " CATEGORIA " soc-categoria
           ELSE
               ADD 1 TO w-rechazados
               DISPLAY "*** INGRESO RECHAZADO: " w-motivo " ***"
               IF w-motivo NOT = "SOCIO INEXISTENTE"
                   DISPLAY "SOCIO " soc-nro " " soc-apell " " soc-nom
               END-IF
               IF w-motivo = "CREDENCIAL VENCIDA"
                   MOVE cre-vencimiento(7:2) TO w-vto-dia
                   MOVE cre-vencimiento(5:2) TO w-vto-mes
                   MOVE cre-vencimiento(1:4) TO w-vto-anio
                   DISPLAY "LA CREDENCIAL VENCIO EL " w-vto-ed
               END-IF
               IF w-motivo = "CUOTAS IMPAGAS"
                   DISPLAY "PERIODOS IMPAGOS: " w-impagas
                       " (SE TOLERAN " w-tolerancia ")"
               END-IF
           END-IF.

       450-REGISTRO-INGRESO.
           OPEN EXTEND INGRESOS.
           MOVE SPACES TO reg-ingreso.
           MOVE w-fecha-hoy TO ing-fecha.
           MOVE w-hora TO ing-hora.
           MOVE w-operador TO ing-operador.
           MOVE w-socio TO ing-socio.
           MOVE soc-categoria TO ing-categoria.
           IF ingreso-ok
               MOVE "APROBADO" TO ing-resultado
           ELSE
               MOVE "RECHAZADO" TO ing-resultado
           END-IF.
           MOVE w-motivo TO ing-motivo.
           WRITE reg-ingreso.
           CLOSE INGRESOS.

       900-FIN.
           DISPLAY "INGRESOS APROBADOS: " w-aprobados
               "  RECHAZADOS: " w-rechazados.
           CLOSE SOCIOS.
           CLOSE MOVIMIENTOS.
           CLOSE CREDENCIALES.
           CLOSE OPERADORES.
       END PROGRAM YOUR-PROGRAM-NAME.
