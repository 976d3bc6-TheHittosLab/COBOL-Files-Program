
      *Cada ejecución por lotes deja un registro de inicio que se
      *completa al terminar; estado I iniciado, F finalizado.
      *La referencia identifica los datos con que se ejecutó, como la
      *vigencia de las tarifas aplicadas en la nómina.
       FD CONTROL-ARCHIVO.
       01 CONTROL-REGISTRO.
           05 CONTROL-CLAVE.
           05 CONTROL-TOTAL PIC 9(11)V99.
           05 CONTROL-FECHA-FIN PIC 9(8).
           05 CONTROL-HORA-FIN PIC 9(6).
           05 CONTROL-REFERENCIA PIC X(8).

       WORKING-STORAGE SECTION.
       01  LEE-TODO PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

      *Ejecución dentro de la cadena nocturna (CAPITULO-64): el
      *periodo lo fija la cadena y no se pide confirmación.
       01  CADENA-NOCTURNA EXTERNAL.
           05 CADENA-ACTIVA PIC X.
           05 CADENA-PERIODO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       GOBACK.

       OBTENER-PERIODO.
       IF CADENA-ACTIVA = "S"
       MOVE CADENA-PERIODO TO PERIODO-CIERRE
       ELSE
       MOVE ZERO TO PERIODO-CIERRE
       END-IF.
       PERFORM UNTIL PERIODO-CIERRE NUMERIC
       AND PERIODO-MES >= 1 AND PERIODO-MES <= 12
       DISPLAY "Último periodo a cerrar (AAAAMM): "
       CONFIRMAR-CIERRE.
       DISPLAY "Las entradas hasta " PERIODO-CIERRE
           " pasarán al histórico de auditoría.".
       IF CADENA-ACTIVA = "S"
       MOVE "S" TO SI-NO
       ELSE
       DISPLAY "¿Confirma el cierre (S/N)?"
       ACCEPT SI-NO
       END-IF.
       IF SI-NO NOT = "S" AND SI-NO NOT = "s"
       DISPLAY "Cierre cancelado."
       MOVE "S" TO CIERRE-CANCELADO.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE SPACE TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

       REGISTRAR-FIN-CONTROL.
