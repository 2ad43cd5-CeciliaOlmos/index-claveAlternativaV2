      ******************************************************************
      * Author:
      * Date:
      * Purpose: Depuracion periodica de auditoria.dat y accesos.dat.
      *          Pasa los registros anteriores al corte a archivos
      *          anuales (auditoria<AAAA>.dat y accesos<AAAA>.dat,
      *          segun el anio de cada registro) y deja en los
      *          archivos vivos solo la actividad reciente. El corte
      *          es el primer dia del mes que resulta de restar a la
      *          fecha del dia los meses de retencion de
      *          parametros.dat (programa DEPURAAUDITORIA, valor1 =
      *          meses de auditoria, 24 si no esta; valor2 = meses de
      *          accesos, 12 si no esta). Se pasa el tramo inicial de
      *          cada archivo hasta el primer registro posterior al
      *          corte o ilegible, asi el orden de lo que queda no se
      *          altera.
      *          Para que la conciliacion de auditoria de el mismo
      *          resultado, por cada socio con ALTA/MODI/BAJA/REIN/
      *          FOTO en el tramo pasado se deja al comienzo de
      *          auditoria.dat una entrada FOTO con su ultimo estado
      *          auditado (en el "despues" si esta vigente, en el
      *          "antes" si quedo de baja), con la fecha y hora de su
      *          ultima entrada pasada.
      *          Las cifras de control de lo pasado quedan en
      *          depuraciones.dat con el formato de resguardos.dat
      *          (generacion, archivo, anio, registros y total de
      *          control: suma de numeros de socio en la auditoria),
      *          junto con los registros que quedan vivos y las fotos
      *          escritas. Listado de control en depuracion.lst.
      *          Conviene correrla despues del resguardo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA ASSIGN TO "..\auditoria.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-AUDITORIA ASSIGN TO w-nombre-arch-aud
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-ACCESOS ASSIGN TO w-nombre-arch-acc
           ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO-AUD ASSIGN TO "..\depuraaud.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT TRABAJO-ACC ASSIGN TO "..\depuraacc.tmp"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL FOTOS ASSIGN TO "..\fotos.tmp"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is fot-nro.
           SELECT OPTIONAL DEPURACIONES ASSIGN TO "..\depuraciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT LISTADO ASSIGN TO "..\depuracion.lst"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       01  lin-audit pic x(206).
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
       FD  ARCH-AUDITORIA.
       01  lin-arch-aud pic x(206).
       FD  ARCH-ACCESOS.
       01  lin-arch-acc pic x(63).
       FD  TRABAJO-AUD.
       01  lin-trabajo-aud pic x(206).
       FD  TRABAJO-ACC.
       01  lin-trabajo-acc pic x(63).
       FD  FOTOS.
       01  fot-reg.
           03 fot-nro pic 9(6).
           03 fot-bloque pic x(82).
           03 fot-baja pic x.
           03 fot-fecha pic 9(8).
           03 fot-hora pic 9(8).
       FD  DEPURACIONES.
       01  reg-depuracion.
           03 dep-gen pic 9(12).
           03 filler pic x(1).
           03 dep-archivo pic x(12).
           03 filler pic x(1).
           03 dep-anio pic 9(4).
           03 filler pic x(1).
           03 dep-registros pic 9(7).
           03 filler pic x(1).
           03 dep-signo pic x.
           03 dep-control pic 9(11)v99.
       FD  PARAMETROS.
       01  par-reg.
           03 par-programa pic x(20).
           03 par-valor1 pic x(15).
           03 par-valor2 pic x(15).
       FD  LISTADO.
       01  lin-imp pic x(80).
       WORKING-STORAGE SECTION.
       77  w-flag pic 9 value zero.
       77  w-flag-par pic 9 value zero.
       77  w-flag-fot pic 9 value zero.
       77  w-meses-aud pic 999 value 24.
       77  w-meses-acc pic 999 value 12.
       01  w-gen.
           03 w-gen-fecha pic 9(8).
           03 w-gen-hora pic 9(4).
       01  w-gen-fecha-r redefines w-gen.
           03 w-gf-anio pic 9999.
           03 w-gf-mes pic 99.
           03 filler pic 9(6).
       01  w-hora pic 9(8).
       01  w-corte-aud pic 9(8) value zero.
       01  w-corte-acc pic 9(8) value zero.
       77  w-meses pic 999 value zero.
       01  w-corte pic 9(8) value zero.
       01  w-corte-r redefines w-corte.
           03 w-co-anio pic 9999.
           03 w-co-mes pic 99.
           03 w-co-dia pic 99.
       77  w-total-meses pic 9(6) value zero.
       77  w-resto pic 99 value zero.
       01  w-nombre-arch-aud pic x(30) value spaces.
       01  w-nombre-arch-acc pic x(30) value spaces.
       77  w-anio-abierto pic 9(4) value zero.
       77  w-pasando pic x value "S".
           88  pasando value "S".
      *    Cifras de un anio archivado y del total de la corrida.
       77  w-anio-registros pic 9(7) value zero.
       77  w-anio-control pic 9(11)v99 value zero.
       77  w-pasados pic 9(7) value zero.
       77  w-vivos pic 9(7) value zero.
       77  w-fotos pic 9(7) value zero.
       01  w-archivo pic x(12) value spaces.
       77  w-cif-anio pic 9(4) value zero.
       77  w-cif-registros pic 9(7) value zero.
       77  w-cif-control pic 9(11)v99 value zero.
       01  lin-audit-det.
           03 lad-fecha pic 9(8).
           03 filler pic x(1).
           03 lad-hora pic 9(8).
           03 filler pic x(1).
           03 lad-operador pic x(10).
           03 filler pic x(1).
           03 lad-operacion pic x(4).
           03 filler pic x(1).
           03 lad-nro pic 9(6).
           03 filler pic x(1).
           03 lad-antes pic x(82).
           03 filler pic x(1).
           03 lad-despues pic x(82).
       01  lin-encabezado.
           03 filler pic x(24) value "DEPURACION - GENERACION:".
           03 filler pic x(1) value space.
           03 l-gen pic 9(12).
       01  lin-corte.
           03 l-corte-archivo pic x(12).
           03 filler pic x(22) value "  ANTERIORES AL DIA: ".
           03 l-corte pic 9(8).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-detalle.
           03 l-archivo pic x(12).
           03 filler pic x(7) value "  ANIO:".
           03 filler pic x(1) value space.
           03 l-anio pic x(4).
           03 filler pic x(12) value "  REGISTROS:".
           03 filler pic x(1) value space.
           03 l-registros pic zzzzzz9.
           03 filler pic x(10) value "  CONTROL:".
           03 filler pic x(1) value space.
           03 l-control pic zz.zzz.zzz.zz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-DEPURO-AUDITORIA.
           PERFORM 500-DEPURO-ACCESOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-gen-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora FROM TIME.
           MOVE w-hora(1:4) TO w-gen-hora.
           PERFORM 130-BUSCO-PARAMETROS.
           MOVE w-meses-aud TO w-meses.
           PERFORM 150-CALCULO-CORTE.
           MOVE w-corte TO w-corte-aud.
           MOVE w-meses-acc TO w-meses.
           PERFORM 150-CALCULO-CORTE.
           MOVE w-corte TO w-corte-acc.
           OPEN EXTEND DEPURACIONES.
           OPEN OUTPUT LISTADO.
           MOVE w-gen TO l-gen.
           WRITE lin-imp FROM lin-encabezado.
           MOVE "AUDITORIA" TO l-corte-archivo.
           MOVE w-corte-aud TO l-corte.
           WRITE lin-imp FROM lin-corte.
           MOVE "ACCESOS" TO l-corte-archivo.
           MOVE w-corte-acc TO l-corte.
           WRITE lin-imp FROM lin-corte.
           WRITE lin-imp FROM lin-guarda.

       130-BUSCO-PARAMETROS.
           MOVE ZERO TO w-flag-par.
           OPEN INPUT PARAMETROS.
           PERFORM 131-LEO-PARAMETRO.
           PERFORM UNTIL w-flag-par = 1
               IF par-programa = "DEPURAAUDITORIA"
                   IF par-valor1(1:3) IS NUMERIC
                       MOVE par-valor1(1:3) TO w-meses-aud
                   END-IF
                   IF par-valor2(1:3) IS NUMERIC
                       MOVE par-valor2(1:3) TO w-meses-acc
                   END-IF
               END-IF
               PERFORM 131-LEO-PARAMETRO
           END-PERFORM.
           CLOSE PARAMETROS.

       131-LEO-PARAMETRO.
           READ PARAMETROS AT END MOVE 1 TO w-flag-par.

      *    Primer dia del mes en curso menos w-meses meses.
       150-CALCULO-CORTE.
           COMPUTE w-total-meses = w-gf-anio * 12 + w-gf-mes - 1
               - w-meses.
           DIVIDE w-total-meses BY 12 GIVING w-co-anio
               REMAINDER w-resto.
           COMPUTE w-co-mes = w-resto + 1.
           MOVE 1 TO w-co-dia.

      ******************************************************************
      * AUDITORIA
      ******************************************************************
      *    Lo pasado se archiva por anio y se reproduce en fotos.tmp;
      *    lo que queda va a depuraaud.tmp y se devuelve a
      *    auditoria.dat detras de las fotos.
       300-DEPURO-AUDITORIA.
           OPEN OUTPUT FOTOS.
           CLOSE FOTOS.
           OPEN I-O FOTOS.
           OPEN INPUT AUDITORIA.
           OPEN OUTPUT TRABAJO-AUD.
           MOVE "S" TO w-pasando.
           MOVE ZERO TO w-anio-abierto.
           MOVE ZERO TO w-pasados.
           MOVE ZERO TO w-vivos.
           MOVE ZERO TO w-flag.
           PERFORM 310-LEO-AUDITORIA.
           PERFORM UNTIL w-flag = 1
               MOVE lin-audit TO lin-audit-det
               IF pasando
                   IF lad-fecha IS NUMERIC AND lad-nro IS NUMERIC
                       AND lad-fecha < w-corte-aud
                       PERFORM 320-ARCHIVO-AUDITORIA
                   ELSE
                       MOVE "N" TO w-pasando
                   END-IF
               END-IF
               IF NOT pasando
                   ADD 1 TO w-vivos
                   WRITE lin-trabajo-aud FROM lin-audit
               END-IF
               PERFORM 310-LEO-AUDITORIA
           END-PERFORM.
           CLOSE AUDITORIA.
           CLOSE TRABAJO-AUD.
           IF w-anio-abierto NOT = ZERO
               CLOSE ARCH-AUDITORIA
               PERFORM 340-CIFRAS-ANIO-AUD
           END-IF.
           MOVE ZERO TO w-fotos.
           IF w-pasados > ZERO
               PERFORM 400-REESCRIBO-AUDITORIA
           END-IF.
           CLOSE FOTOS.
           MOVE "AUDIT FOTOS" TO w-archivo.
           MOVE ZERO TO w-cif-anio.
           MOVE w-fotos TO w-cif-registros.
           MOVE ZERO TO w-cif-control.
           PERFORM 800-ASIENTO-CIFRAS.
           MOVE "AUDIT VIVA" TO w-archivo.
           MOVE ZERO TO w-cif-anio.
           COMPUTE w-cif-registros = w-vivos + w-fotos.
           MOVE ZERO TO w-cif-control.
           PERFORM 800-ASIENTO-CIFRAS.

       310-LEO-AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO w-flag.

       320-ARCHIVO-AUDITORIA.
           IF lad-fecha(1:4) NOT = w-anio-abierto
               IF w-anio-abierto NOT = ZERO
                   CLOSE ARCH-AUDITORIA
                   PERFORM 340-CIFRAS-ANIO-AUD
               END-IF
               MOVE lad-fecha(1:4) TO w-anio-abierto
               MOVE SPACES TO w-nombre-arch-aud
               STRING "..\auditoria" w-anio-abierto ".dat"
                   DELIMITED BY SIZE INTO w-nombre-arch-aud
               OPEN EXTEND ARCH-AUDITORIA
               MOVE ZERO TO w-anio-registros
               MOVE ZERO TO w-anio-control
           END-IF.
           WRITE lin-arch-aud FROM lin-audit.
           ADD 1 TO w-anio-registros.
           ADD 1 TO w-pasados.
           ADD lad-nro TO w-anio-control.
           PERFORM 330-APLICO-OPERACION.

      *    Mismo criterio que la conciliacion de auditoria.
       330-APLICO-OPERACION.
           MOVE lad-nro TO fot-nro.
           MOVE lad-fecha TO fot-fecha.
           MOVE lad-hora TO fot-hora.
           EVALUATE lad-operacion
               WHEN "ALTA"
               WHEN "REIN"
               WHEN "MODI"
                   MOVE lad-despues TO fot-bloque
                   MOVE "N" TO fot-baja
                   PERFORM 335-GRABO-FOTO
               WHEN "BAJA"
                   MOVE lad-antes TO fot-bloque
                   MOVE "S" TO fot-baja
                   PERFORM 335-GRABO-FOTO
               WHEN "FOTO"
                   IF lad-despues = SPACES
                       MOVE lad-antes TO fot-bloque
                       MOVE "S" TO fot-baja
                   ELSE
                       MOVE lad-despues TO fot-bloque
                       MOVE "N" TO fot-baja
                   END-IF
                   PERFORM 335-GRABO-FOTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       335-GRABO-FOTO.
           WRITE fot-reg
               INVALID KEY
                   REWRITE fot-reg
                   END-REWRITE
           END-WRITE.

       340-CIFRAS-ANIO-AUD.
           MOVE "AUDITORIA" TO w-archivo.
           MOVE w-anio-abierto TO w-cif-anio.
           MOVE w-anio-registros TO w-cif-registros.
           MOVE w-anio-control TO w-cif-control.
           PERFORM 800-ASIENTO-CIFRAS.

       400-REESCRIBO-AUDITORIA.
           OPEN OUTPUT AUDITORIA.
           MOVE ZERO TO w-flag-fot.
           MOVE ZEROS TO fot-nro.
           START FOTOS KEY IS NOT LESS fot-nro
               INVALID KEY
                   MOVE 1 TO w-flag-fot
           END-START.
           PERFORM 410-LEO-FOTO.
           PERFORM UNTIL w-flag-fot = 1
               PERFORM 420-ESCRIBO-FOTO
               PERFORM 410-LEO-FOTO
           END-PERFORM.
           MOVE ZERO TO w-flag.
           OPEN INPUT TRABAJO-AUD.
           PERFORM 430-LEO-TRABAJO-AUD.
           PERFORM UNTIL w-flag = 1
               WRITE lin-audit FROM lin-trabajo-aud
               PERFORM 430-LEO-TRABAJO-AUD
           END-PERFORM.
           CLOSE TRABAJO-AUD.
           CLOSE AUDITORIA.

       410-LEO-FOTO.
           IF w-flag-fot NOT = 1
               READ FOTOS NEXT AT END MOVE 1 TO w-flag-fot
               END-READ
           END-IF.

       420-ESCRIBO-FOTO.
           MOVE SPACES TO lin-audit-det.
           MOVE fot-fecha TO lad-fecha.
           MOVE fot-hora TO lad-hora.
           MOVE "DEPURAAUDI" TO lad-operador.
           MOVE "FOTO" TO lad-operacion.
           MOVE fot-nro TO lad-nro.
           IF fot-baja = "S"
               MOVE fot-bloque TO lad-antes
           ELSE
               MOVE fot-bloque TO lad-despues
           END-IF.
           WRITE lin-audit FROM lin-audit-det.
           ADD 1 TO w-fotos.

       430-LEO-TRABAJO-AUD.
           READ TRABAJO-AUD AT END MOVE 1 TO w-flag.

      ******************************************************************
      * ACCESOS
      ******************************************************************
       500-DEPURO-ACCESOS.
           OPEN INPUT ACCESOS.
           OPEN OUTPUT TRABAJO-ACC.
           MOVE "S" TO w-pasando.
           MOVE ZERO TO w-anio-abierto.
           MOVE ZERO TO w-pasados.
           MOVE ZERO TO w-vivos.
           MOVE ZERO TO w-flag.
           PERFORM 510-LEO-ACCESO.
           PERFORM UNTIL w-flag = 1
               IF pasando
                   IF acc-fecha IS NUMERIC AND acc-fecha < w-corte-acc
                       PERFORM 520-ARCHIVO-ACCESO
                   ELSE
                       MOVE "N" TO w-pasando
                   END-IF
               END-IF
               IF NOT pasando
                   ADD 1 TO w-vivos
                   WRITE lin-trabajo-acc FROM reg-acceso
               END-IF
               PERFORM 510-LEO-ACCESO
           END-PERFORM.
           CLOSE ACCESOS.
           CLOSE TRABAJO-ACC.
           IF w-anio-abierto NOT = ZERO
               CLOSE ARCH-ACCESOS
               PERFORM 540-CIFRAS-ANIO-ACC
           END-IF.
           IF w-pasados > ZERO
               PERFORM 600-REESCRIBO-ACCESOS
           END-IF.
           MOVE "ACCESOS VIVO" TO w-archivo.
           MOVE ZERO TO w-cif-anio.
           MOVE w-vivos TO w-cif-registros.
           MOVE ZERO TO w-cif-control.
           PERFORM 800-ASIENTO-CIFRAS.

       510-LEO-ACCESO.
           READ ACCESOS AT END MOVE 1 TO w-flag.

       520-ARCHIVO-ACCESO.
           IF acc-fecha(1:4) NOT = w-anio-abierto
               IF w-anio-abierto NOT = ZERO
                   CLOSE ARCH-ACCESOS
                   PERFORM 540-CIFRAS-ANIO-ACC
               END-IF
               MOVE acc-fecha(1:4) TO w-anio-abierto
               MOVE SPACES TO w-nombre-arch-acc
               STRING "..\accesos" w-anio-abierto ".dat"
                   DELIMITED BY SIZE INTO w-nombre-arch-acc
               OPEN EXTEND ARCH-ACCESOS
               MOVE ZERO TO w-anio-registros
           END-IF.
           WRITE lin-arch-acc FROM reg-acceso.
           ADD 1 TO w-anio-registros.
           ADD 1 TO w-pasados.

       540-CIFRAS-ANIO-ACC.
           MOVE "ACCESOS" TO w-archivo.
           MOVE w-anio-abierto TO w-cif-anio.
           MOVE w-anio-registros TO w-cif-registros.
           MOVE ZERO TO w-cif-control.
           PERFORM 800-ASIENTO-CIFRAS.

       600-REESCRIBO-ACCESOS.
           OPEN OUTPUT ACCESOS.
           MOVE ZERO TO w-flag.
           OPEN INPUT TRABAJO-ACC.
           PERFORM 610-LEO-TRABAJO-ACC.
           PERFORM UNTIL w-flag = 1
               WRITE reg-acceso FROM lin-trabajo-acc
               PERFORM 610-LEO-TRABAJO-ACC
           END-PERFORM.
           CLOSE TRABAJO-ACC.
           CLOSE ACCESOS.

       610-LEO-TRABAJO-ACC.
           READ TRABAJO-ACC AT END MOVE 1 TO w-flag.

      ******************************************************************
      * CIFRAS DE CONTROL
      ******************************************************************
       800-ASIENTO-CIFRAS.
           MOVE SPACES TO reg-depuracion.
           MOVE w-gen TO dep-gen.
           MOVE w-archivo TO dep-archivo.
           MOVE w-cif-anio TO dep-anio.
           MOVE w-cif-registros TO dep-registros.
           MOVE "+" TO dep-signo.
           MOVE w-cif-control TO dep-control.
           WRITE reg-depuracion.
           MOVE w-archivo TO l-archivo.
           IF w-cif-anio = ZERO
               MOVE SPACES TO l-anio
           ELSE
               MOVE w-cif-anio TO l-anio
           END-IF.
           MOVE w-cif-registros TO l-registros.
           MOVE w-cif-control TO l-control.
           WRITE lin-imp FROM lin-detalle.

       900-FIN.
           WRITE lin-imp FROM lin-guarda.
           CLOSE DEPURACIONES.
           CLOSE LISTADO.
       END PROGRAM YOUR-PROGRAM-NAME.
