
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
           05 FECHA-CORTE-ANO PIC 9(4).
           05 FECHA-CORTE-MES-DIA PIC 9(4).

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       01  SESION-COMPARTIDA EXTERNAL.
           05 SESION-ACTIVA PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           CONTADOR-BAJAS-RECIENTES.

       FINALIZA-PROGRAMA.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN I-O EMPLEADOS-ARCHIVO.
       DISPLAY "Estado inesperado al abrir un archivo: "
           CONTROL-ARCHIVO-ESTADO
       STOP RUN.
       IF SESION-ACTIVA = "S"
       MOVE SESION-OPERADOR TO OPERADOR-CONTROL
       ELSE
       DISPLAY "Identificador de operador: "
       ACCEPT OPERADOR-CONTROL
       END-IF.
       MOVE "CAPITULO-36" TO CONTROL-PROGRAMA.
       ACCEPT CONTROL-FECHA-INICIO FROM DATE YYYYMMDD.
       ACCEPT CONTROL-HORA-INICIO FROM TIME.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE SPACE TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

       REGISTRAR-FIN-CONTROL.
