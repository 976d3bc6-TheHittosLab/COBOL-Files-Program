       FILE SECTION.
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

       FD LISTADO-ARCHIVO.
       01 LINEA-LISTADO PIC X(120).
           05 FILLER PIC X(8) VALUE "PERIODO".
           05 FILLER PIC X(10) VALUE "REGISTROS".
           05 FILLER PIC X(16) VALUE "TOTAL CONTROL".
           05 FILLER PIC X(10) VALUE "REFERENCIA".
           05 FILLER PIC X(12) VALUE "ESTADO".

       01  LINEA-DETALLE.
           05 LD-PROGRAMA PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-TOTAL PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-REFERENCIA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ESTADO PIC X(22).

       PROCEDURE DIVISION.
       MOVE CONTROL-PERIODO TO LD-PERIODO.
       MOVE CONTROL-REGISTROS TO LD-REGISTROS.
       MOVE CONTROL-TOTAL TO LD-TOTAL.
       MOVE CONTROL-REFERENCIA TO LD-REFERENCIA.
       IF CONTROL-ESTADO = "F"
       MOVE "FINALIZADO" TO LD-ESTADO
       ELSE
