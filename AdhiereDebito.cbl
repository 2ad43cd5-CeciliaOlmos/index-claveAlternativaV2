      ******************************************************************
      * Author:
      * Date:
      * Purpose: Adhesion de socios al debito automatico bancario.
      *          Alta, modificacion de CBU, baja y consulta de la
      *          adhesion de cada socio en debitoaut.dat (clave nro de
      *          socio). El CBU se valida con sus dos digitos
      *          verificadores (bloque de 8 y bloque de 14 digitos).
      *          La adhesion guarda la cantidad de rechazos
      *          consecutivos y el ultimo periodo procesado, que
      *          mantiene la corrida de respuesta del banco; la baja
      *          por rechazos la hace esa corrida y desde aqui se
      *          puede volver a adherir al socio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitoaut.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dba-socio.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS.
       01  dba-reg.
           03 dba-socio pic 9(6).
           03 dba-cbu pic x(22).
           03 dba-titular pic x(20).
           03 dba-estado pic x.
               88 dba-adherido value "A".
               88 dba-de-baja value "B".
           03 dba-rechazos pic 99.
           03 dba-fecha-alta pic 9(8).
           03 dba-fecha-baja pic 9(8).
           03 dba-ult-periodo pic 9(6).
           03 dba-ult-motivo pic x(3).
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
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 9.
       77  w-existe pic x value "N".
           88  existe-socio value "S".
       77  w-adhesion pic x value "N".
           88  existe-adhesion value "S".
       77  w-conf pic x value "N".
           88  confirma value "S" "s".
       77  w-cbu-ok pic x value "N".
           88  cbu-ok value "S".
       01  w-cbu pic x(22) value spaces.
       01  w-cbu-r redefines w-cbu.
           03 w-cbu-dig pic 9 occurs 22 times.
       01  w-pesos-valor.
           03 filler pic x(13) value "7139713971397".
       01  w-pesos-bloque1 redefines w-pesos-valor.
           03 w-peso1 pic 9 occurs 13 times.
       01  w-pesos-valor2.
           03 filler pic x(13) value "3971397139713".
       01  w-pesos-bloque2 redefines w-pesos-valor2.
           03 w-peso2 pic 9 occurs 13 times.
       77  w-i pic 99 value zero.
       77  w-suma pic 9(4) value zero.
       77  w-cociente pic 9(4) value zero.
       77  w-resto pic 9 value zero.
       77  w-verificador pic 9 value zero.
       01  w-fecha-hoy pic 9(8) value zero.
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
           OPEN I-O DEBITOS.
           OPEN INPUT SOCIOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       200-MENU.
           display "1 - Alta o cambio de CBU de la adhesion".
           display "2 - Baja de la adhesion".
           display "3 - Consulta de la adhesion".
           display "9 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-ALTA-ADHESION
               WHEN 2 PERFORM 500-BAJA-ADHESION
               WHEN 3 PERFORM 700-CONSULTA
               WHEN 9 NEXT SENTENCE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

       310-PIDO-SOCIO.
           MOVE "N" TO w-existe.
           MOVE "N" TO w-adhesion.
           display "ingrese nro de socio"
           accept soc-nro.
           READ SOCIOS
               INVALID KEY
                   DISPLAY "el socio " soc-nro " no existe"
               NOT INVALID KEY
                   MOVE "S" TO w-existe
                   DISPLAY "SOCIO: " soc-nro " - " soc-nom " "
                       soc-apell
           END-READ.
           IF existe-socio
               MOVE soc-nro TO dba-socio
               READ DEBITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO w-adhesion
               END-READ
           END-IF.

       320-MUESTRO-ADHESION.
           DISPLAY "CBU.........: " dba-cbu.
           DISPLAY "TITULAR.....: " dba-titular.
           IF dba-adherido
               DISPLAY "ESTADO......: ADHERIDO DESDE " dba-fecha-alta
           ELSE
               DISPLAY "ESTADO......: BAJA DESDE " dba-fecha-baja
           END-IF.
           DISPLAY "RECHAZOS CONSECUTIVOS: " dba-rechazos.
           DISPLAY "ULTIMO PERIODO PROCESADO: " dba-ult-periodo
               " MOTIVO: " dba-ult-motivo.

      ******************************************************************
      * ALTA Y CAMBIO DE CBU
      ******************************************************************
       400-ALTA-ADHESION.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               IF soc-estado = "B"
                   DISPLAY "el socio esta dado de baja"
               ELSE
                   PERFORM 410-PIDO-CBU
                   IF existe-adhesion
                       PERFORM 430-CAMBIO-ADHESION
                   ELSE
                       PERFORM 420-NUEVA-ADHESION
                   END-IF
               END-IF
           END-IF.

       410-PIDO-CBU.
           MOVE "N" TO w-cbu-ok.
           PERFORM UNTIL cbu-ok
               DISPLAY "ingrese el CBU (22 digitos)"
               ACCEPT w-cbu
               PERFORM 450-VALIDO-CBU
               IF NOT cbu-ok
                   DISPLAY "CBU invalido, verifique los digitos"
               END-IF
           END-PERFORM.

       420-NUEVA-ADHESION.
           MOVE SPACES TO dba-reg.
           MOVE soc-nro TO dba-socio.
           MOVE w-cbu TO dba-cbu.
           DISPLAY "ingrese el titular de la cuenta"
           ACCEPT dba-titular.
           MOVE "A" TO dba-estado.
           MOVE ZERO TO dba-rechazos.
           MOVE w-fecha-hoy TO dba-fecha-alta.
           MOVE ZERO TO dba-fecha-baja.
           MOVE ZERO TO dba-ult-periodo.
           WRITE dba-reg
               INVALID KEY
                   DISPLAY "no pude grabar la adhesion"
               NOT INVALID KEY
                   DISPLAY "Socio adherido al debito automatico"
           END-WRITE.

       430-CAMBIO-ADHESION.
           MOVE w-cbu TO dba-cbu.
           DISPLAY "ingrese el titular de la cuenta"
           ACCEPT dba-titular.
           IF dba-de-baja
               MOVE "A" TO dba-estado
               MOVE w-fecha-hoy TO dba-fecha-alta
               MOVE ZERO TO dba-fecha-baja
           END-IF.
           MOVE ZERO TO dba-rechazos.
           REWRITE dba-reg
               INVALID KEY
                   DISPLAY "no pude actualizar la adhesion"
               NOT INVALID KEY
                   DISPLAY "Adhesion actualizada"
           END-REWRITE.

      *    Digitos verificadores del CBU: bloque 1 (banco y sucursal)
      *    pondera los digitos 1 a 7 con 7-1-3-9 y verifica el 8;
      *    bloque 2 (cuenta) pondera los digitos 9 a 21 con 3-9-7-1
      *    y verifica el 22.
       450-VALIDO-CBU.
           MOVE "N" TO w-cbu-ok.
           IF w-cbu IS NUMERIC
               MOVE ZERO TO w-suma
               PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 7
                   COMPUTE w-suma = w-suma
                       + w-cbu-dig(w-i) * w-peso1(w-i)
               END-PERFORM
               PERFORM 455-CALCULO-VERIFICADOR
               IF w-verificador = w-cbu-dig(8)
                   MOVE ZERO TO w-suma
                   PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 13
                       COMPUTE w-suma = w-suma
                           + w-cbu-dig(w-i + 8) * w-peso2(w-i)
                   END-PERFORM
                   PERFORM 455-CALCULO-VERIFICADOR
                   IF w-verificador = w-cbu-dig(22)
                       MOVE "S" TO w-cbu-ok
                   END-IF
               END-IF
           END-IF.

       455-CALCULO-VERIFICADOR.
           DIVIDE w-suma BY 10 GIVING w-cociente REMAINDER w-resto.
           IF w-resto = ZERO
               MOVE ZERO TO w-verificador
           ELSE
               COMPUTE w-verificador = 10 - w-resto
           END-IF.

      ******************************************************************
      * BAJA
      ******************************************************************
       500-BAJA-ADHESION.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               IF existe-adhesion AND dba-adherido
                   PERFORM 320-MUESTRO-ADHESION
                   DISPLAY "confirma la baja del debito? (S/N)"
                   ACCEPT w-conf
                   IF confirma
                       MOVE "B" TO dba-estado
                       MOVE w-fecha-hoy TO dba-fecha-baja
                       REWRITE dba-reg
                           INVALID KEY
                               DISPLAY "no pude dar la baja"
                           NOT INVALID KEY
                               DISPLAY "Adhesion dada de baja"
                       END-REWRITE
                   END-IF
               ELSE
                   DISPLAY "el socio no esta adherido al debito"
               END-IF
           END-IF.

      ******************************************************************
      * CONSULTA
      ******************************************************************
       700-CONSULTA.
           PERFORM 310-PIDO-SOCIO.
           IF existe-socio
               IF existe-adhesion
                   PERFORM 320-MUESTRO-ADHESION
               ELSE
                   DISPLAY "el socio no tiene adhesion al debito"
               END-IF
           END-IF.

       900-FIN.
           CLOSE DEBITOS.
           CLOSE SOCIOS.
       END PROGRAM YOUR-PROGRAM-NAME.
