      *          rango de fechas o por operador, mostrando el antes
      *          y el despues de cada campo de forma legible. El
      *          resultado sale por pantalla y queda impreso en
      *          consultaaudit.lst. Los cambios de las tablas de
      *          categorias y cuotas (CATE, CUOT) y de provincias
      *          (PROV) se muestran con sus propios campos, lo
      *          mismo que los bloqueos liberados por la verificacion
      *          de integridad (DESB).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 blo-nro-calle pic 9(4).
           03 blo-estado pic x.
           03 blo-categoria pic x.
       01  w-bloque-cat redefines w-bloque.
           03 bct-codigo pic x.
           03 bct-desc pic x(12).
           03 bct-cuota pic 9(8)v99.
           03 bct-periodo pic 9(6).
           03 bct-reglas pic x(7).
           03 filler pic x(46).
       01  w-bloque-prov redefines w-bloque.
           03 bpr-provincia pic x(12).
           03 bpr-localidad pic x(12).
           03 filler pic x(58).
       01  w-bloque-blq redefines w-bloque.
           03 bbl-operador pic x(10).
           03 bbl-programa pic x(12).
           03 bbl-fecha pic 9(8).
           03 bbl-hora pic 9(8).
           03 filler pic x(44).
       01  lin-guarda.
           03 filler pic x(90) value all "-".
       01  lin-cabecera.
           03 filler pic x(2) value ": ".
           03 l-valor pic x(20) value spaces.
       77  w-saldo-ed pic z.zzz.zzz.zz9,99-.
       77  w-cuota-ed pic zz.zzz.zz9,99.
       01  lin-cuenta.
           03 filler pic x(30) value "MOVIMIENTOS LISTADOS: ".
           03 l-cuenta pic zzzz9.
               MOVE lin-sin-datos TO lin-imp
               PERFORM 710-ESCRIBO-LINEA
           ELSE
               EVALUATE lad-operacion
                   WHEN "CUOT"
                   WHEN "CATE"
                       PERFORM 620-MUESTRO-CATEGORIA
                   WHEN "PROV"
                       PERFORM 630-MUESTRO-UBICACION
                   WHEN "DESB"
                       PERFORM 640-MUESTRO-BLOQUEO
                   WHEN OTHER
                       PERFORM 600-MUESTRO-CAMPOS
               END-EVALUATE
           END-IF.

       600-MUESTRO-CAMPOS.
           MOVE blo-categoria TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.

      *    Los cambios de las tablas de categorias y de provincias
      *    se asientan con el socio en cero y su propio bloque.
       620-MUESTRO-CATEGORIA.
           MOVE "CATEGORIA" TO l-campo.
           MOVE bct-codigo TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.
           MOVE "DESCRIPCION" TO l-campo.
           MOVE bct-desc TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.
           MOVE "CUOTA" TO l-campo.
           IF bct-cuota IS NUMERIC
               MOVE bct-cuota TO w-cuota-ed
               MOVE w-cuota-ed TO l-valor
           ELSE
               MOVE SPACES TO l-valor
           END-IF.
           PERFORM 610-ESCRIBO-CAMPO.
           IF lad-operacion = "CUOT"
               MOVE "RIGE DESDE" TO l-campo
               MOVE bct-periodo TO l-valor
               PERFORM 610-ESCRIBO-CAMPO
           END-IF.
           MOVE "REGLAS AUTO" TO l-campo.
           MOVE bct-reglas TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.

       630-MUESTRO-UBICACION.
           MOVE "PROVINCIA" TO l-campo.
           MOVE bpr-provincia TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.
           MOVE "LOCALIDAD" TO l-campo.
           MOVE bpr-localidad TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.

      *    Bloqueo de socio liberado por inactividad de su duenio.
       640-MUESTRO-BLOQUEO.
           MOVE "BLOQUEADO X" TO l-campo.
           MOVE bbl-operador TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.
           MOVE "PROGRAMA" TO l-campo.
           MOVE bbl-programa TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.
           MOVE "FECHA" TO l-campo.
           MOVE bbl-fecha TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.
           MOVE "HORA" TO l-campo.
           MOVE bbl-hora TO l-valor.
           PERFORM 610-ESCRIBO-CAMPO.

       610-ESCRIBO-CAMPO.
           MOVE lin-campo TO lin-imp.
           PERFORM 710-ESCRIBO-LINEA.
