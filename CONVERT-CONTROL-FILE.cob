       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-56.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Libro de control con el diseño antiguo, sin referencia.
       SELECT VIEJO-CONTROL-ARCHIVO
       ASSIGN TO "control.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-CONTROL-ESTADO.
      *Libro de control regenerado con el diseño nuevo.
       SELECT NUEVO-CONTROL-ARCHIVO
       ASSIGN TO "control-nuevo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NC-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NUEVO-CONTROL-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD VIEJO-CONTROL-ARCHIVO.
       01 VC-REGISTRO.
           05 VC-CLAVE.
               10 VC-PROGRAMA PIC X(12).
               10 VC-FECHA-INICIO PIC 9(8).
               10 VC-HORA-INICIO PIC 9(6).
           05 VC-ESTADO PIC X.
           05 VC-OPERADOR PIC X(8).
           05 VC-PERIODO PIC 9(6).
           05 VC-REGISTROS PIC 9(6).
           05 VC-TOTAL PIC 9(11)V99.
           05 VC-FECHA-FIN PIC 9(8).
           05 VC-HORA-FIN PIC 9(6).

      *Mismo diseño que CONTROL-REGISTRO nuevo.
       FD NUEVO-CONTROL-ARCHIVO.
       01 NC-REGISTRO.
           05 NC-CLAVE.
               10 NC-PROGRAMA PIC X(12).
               10 NC-FECHA-INICIO PIC 9(8).
               10 NC-HORA-INICIO PIC 9(6).
           05 NC-ESTADO PIC X.
           05 NC-OPERADOR PIC X(8).
           05 NC-PERIODO PIC 9(6).
           05 NC-REGISTROS PIC 9(6).
           05 NC-TOTAL PIC 9(11)V99.
           05 NC-FECHA-FIN PIC 9(8).
           05 NC-HORA-FIN PIC 9(6).
           05 NC-REFERENCIA PIC X(8).

       WORKING-STORAGE SECTION.
       01  LEE-TODO PIC X.
       01  SI-NO PIC X.
       01  VIEJO-CONTROL-ESTADO PIC X(2).
       01  NUEVO-CONTROL-ESTADO PIC X(2).
       01  CONTADOR-CONTROL PIC 9(6) VALUE ZERO.
       01  CONTADOR-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM CONFIRMAR-CONVERSION.
       PERFORM CONVERTIR-CONTROL.

       FINALIZA-PROGRAMA.
       STOP RUN.

       CONFIRMAR-CONVERSION.
       DISPLAY "Conversión única del libro de control al diseño".
       DISPLAY "con referencia de ejecución. Ejecutar una sola vez".
       DISPLAY "sobre el control.dat del diseño antiguo.".
       DISPLAY "¿Confirma la conversión (S/N)?".
       ACCEPT SI-NO.
       IF SI-NO NOT = "S" AND SI-NO NOT = "s"
       DISPLAY "Conversión cancelada."
       STOP RUN.

      *Las ejecuciones anteriores no guardaban referencia: se dejan
      *en blanco, también las nóminas pagadas con las tarifas fijas.
       CONVERTIR-CONTROL.
       OPEN INPUT VIEJO-CONTROL-ARCHIVO.
       IF VIEJO-CONTROL-ESTADO NOT = "00"
       DISPLAY "Sin libro de control que convertir, estado: "
           VIEJO-CONTROL-ESTADO
       ELSE
       OPEN OUTPUT NUEVO-CONTROL-ARCHIVO
       PERFORM VOLCAR-CONTROL
       CLOSE VIEJO-CONTROL-ARCHIVO
       CLOSE NUEVO-CONTROL-ARCHIVO
       DISPLAY "Ejecuciones convertidas: " CONTADOR-CONTROL
       DISPLAY "Ejecuciones rechazadas por clave repetida: "
           CONTADOR-RECHAZADOS
       DISPLAY "Conversión terminada. Sustituir control.dat por"
       DISPLAY "control-nuevo.dat antes de la siguiente ejecución."
       END-IF.

       VOLCAR-CONTROL.
       MOVE "0" TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CONTROL.
       PERFORM UNTIL LEE-TODO = "1"
       PERFORM VOLCAR-EJECUCION
       PERFORM LEER-SIGUIENTE-CONTROL
       END-PERFORM.

       LEER-SIGUIENTE-CONTROL.
       READ VIEJO-CONTROL-ARCHIVO NEXT RECORD
       AT END
       MOVE "1" TO LEE-TODO.

       VOLCAR-EJECUCION.
       MOVE VC-PROGRAMA TO NC-PROGRAMA.
       MOVE VC-FECHA-INICIO TO NC-FECHA-INICIO.
       MOVE VC-HORA-INICIO TO NC-HORA-INICIO.
       MOVE VC-ESTADO TO NC-ESTADO.
       MOVE VC-OPERADOR TO NC-OPERADOR.
       MOVE VC-PERIODO TO NC-PERIODO.
       MOVE VC-REGISTROS TO NC-REGISTROS.
       MOVE VC-TOTAL TO NC-TOTAL.
       MOVE VC-FECHA-FIN TO NC-FECHA-FIN.
       MOVE VC-HORA-FIN TO NC-HORA-FIN.
       MOVE SPACE TO NC-REFERENCIA.
       WRITE NC-REGISTRO
           INVALID KEY
           DISPLAY "Ejecución " VC-PROGRAMA " " VC-FECHA-INICIO
               " repetida."
           ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-CONTROL
       END-WRITE.
       END PROGRAM CAPITULO-56.
