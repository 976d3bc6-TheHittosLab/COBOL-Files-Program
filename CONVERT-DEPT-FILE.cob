       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-67.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Departamentos con el diseño antiguo, sin plantilla prevista.
       SELECT VIEJO-DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-DEPARTAMENTOS-ESTADO.
      *Departamentos regenerados con el diseño nuevo.
       SELECT NUEVO-DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "departamentos-nuevo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NDE-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NUEVO-DEPARTAMENTOS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD VIEJO-DEPARTAMENTOS-ARCHIVO.
       01 VDE-REGISTRO.
           05 VDE-CODIGO PIC X(4).
           05 VDE-NOMBRE PIC X(20).
           05 VDE-CENTRO-COSTE PIC X(6).
           05 VDE-RESPONSABLE PIC X(35).

      *Mismo diseño que DEPARTAMENTOS-REGISTRO nuevo.
       FD NUEVO-DEPARTAMENTOS-ARCHIVO.
       01 NDE-REGISTRO.
           05 NDE-CODIGO PIC X(4).
           05 NDE-NOMBRE PIC X(20).
           05 NDE-CENTRO-COSTE PIC X(6).
           05 NDE-RESPONSABLE PIC X(35).
           05 NDE-PLANTILLA PIC 9(4).
           05 NDE-PRESUPUESTO PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  LEE-TODO PIC X.
       01  SI-NO PIC X.
       01  VIEJO-DEPARTAMENTOS-ESTADO PIC X(2).
       01  NUEVO-DEPARTAMENTOS-ESTADO PIC X(2).
       01  CONTADOR-DEPARTAMENTOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM CONFIRMAR-CONVERSION.
       PERFORM CONVERTIR-DEPARTAMENTOS.

       FINALIZA-PROGRAMA.
       STOP RUN.

       CONFIRMAR-CONVERSION.
       DISPLAY "Conversión única del archivo de departamentos al".
       DISPLAY "diseño con plantilla y presupuesto. Ejecutar una sola".
       DISPLAY "vez sobre el departamentos.dat del diseño antiguo.".
       DISPLAY "¿Confirma la conversión (S/N)?".
       ACCEPT SI-NO.
       IF SI-NO NOT = "S" AND SI-NO NOT = "s"
       DISPLAY "Conversión cancelada."
       STOP RUN.

      *Ningún departamento anterior tenía plantilla aprobada: todos
      *quedan a cero, sin control en las altas, hasta que se
      *completen en el mantenimiento de departamentos.
       CONVERTIR-DEPARTAMENTOS.
       OPEN INPUT VIEJO-DEPARTAMENTOS-ARCHIVO.
       IF VIEJO-DEPARTAMENTOS-ESTADO NOT = "00"
       DISPLAY "Sin archivo de departamentos que convertir, estado: "
           VIEJO-DEPARTAMENTOS-ESTADO
       ELSE
       OPEN OUTPUT NUEVO-DEPARTAMENTOS-ARCHIVO
       PERFORM VOLCAR-DEPARTAMENTOS
       CLOSE VIEJO-DEPARTAMENTOS-ARCHIVO
       CLOSE NUEVO-DEPARTAMENTOS-ARCHIVO
       DISPLAY "Departamentos convertidos: " CONTADOR-DEPARTAMENTOS
       DISPLAY "Departamentos rechazados por clave repetida: "
           CONTADOR-RECHAZADOS
       DISPLAY "Conversión terminada. Sustituir departamentos.dat"
       DISPLAY "por departamentos-nuevo.dat antes de la siguiente"
       DISPLAY "ejecución."
       END-IF.

       VOLCAR-DEPARTAMENTOS.
       MOVE "0" TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-DEPARTAMENTO.
       PERFORM UNTIL LEE-TODO = "1"
       PERFORM VOLCAR-DEPARTAMENTO
       PERFORM LEER-SIGUIENTE-DEPARTAMENTO
       END-PERFORM.

       LEER-SIGUIENTE-DEPARTAMENTO.
       READ VIEJO-DEPARTAMENTOS-ARCHIVO NEXT RECORD
       AT END
       MOVE "1" TO LEE-TODO.

       VOLCAR-DEPARTAMENTO.
       MOVE VDE-CODIGO TO NDE-CODIGO.
       MOVE VDE-NOMBRE TO NDE-NOMBRE.
       MOVE VDE-CENTRO-COSTE TO NDE-CENTRO-COSTE.
       MOVE VDE-RESPONSABLE TO NDE-RESPONSABLE.
       MOVE ZERO TO NDE-PLANTILLA.
       MOVE ZERO TO NDE-PRESUPUESTO.
       WRITE NDE-REGISTRO
           INVALID KEY
           DISPLAY "Departamento " VDE-CODIGO " repetido."
           ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-DEPARTAMENTOS
       END-WRITE.
       END PROGRAM CAPITULO-67.
