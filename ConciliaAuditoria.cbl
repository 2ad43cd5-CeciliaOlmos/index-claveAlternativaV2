      *          registrada, las bajas cuyo registro sigue vivo, los
      *          saldos o domicilios que no coinciden con el ultimo
      *          "despues" auditado, y las altas auditadas cuyo
      *          registro falta en el archivo. Las entradas FOTO
      *          que deja la depuracion de la auditoria reemplazan a
      *          las que se pasaron al archivo anual: traen el ultimo
      *          estado en el "despues", o en el "antes" si el socio
      *          quedo de baja.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE lad-antes TO esp-bloque
                   MOVE "S" TO esp-baja
                   PERFORM 230-GRABO-ESPERADO
               WHEN "FOTO"
                   IF lad-despues = SPACES
                       MOVE lad-antes TO esp-bloque
                       MOVE "S" TO esp-baja
                   ELSE
                       MOVE lad-despues TO esp-bloque
                       MOVE "N" TO esp-baja
                   END-IF
                   PERFORM 230-GRABO-ESPERADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
