       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-63.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cuentas con el diseño antiguo, sin datos de bloqueo.
       SELECT VIEJO-CUENTAS-ARCHIVO
       ASSIGN TO "cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VCU-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VIEJO-CUENTAS-ESTADO.
      *Cuentas regeneradas con el diseño nuevo.
       SELECT NUEVO-CUENTAS-ARCHIVO
       ASSIGN TO "cuentas-nuevo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NCU-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NUEVO-CUENTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD VIEJO-CUENTAS-ARCHIVO.
       01 VCU-REGISTRO.
           05 VCU-ID PIC 9(6).
           05 VCU-IBAN PIC X(24).

      *Mismo diseño que CUENTAS-REGISTRO nuevo.
       FD NUEVO-CUENTAS-ARCHIVO.
       01 NCU-REGISTRO.
           05 NCU-ID PIC 9(6).
           05 NCU-IBAN PIC X(24).
           05 NCU-BLOQUEADA PIC X.
           05 NCU-FECHA-BLOQUEO PIC 9(8).
           05 NCU-MOTIVO-BLOQUEO PIC X(4).

       WORKING-STORAGE SECTION.
       01  LEE-TODO PIC X.
       01  SI-NO PIC X.
       01  VIEJO-CUENTAS-ESTADO PIC X(2).
       01  NUEVO-CUENTAS-ESTADO PIC X(2).
       01  CONTADOR-CUENTAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM CONFIRMAR-CONVERSION.
       PERFORM CONVERTIR-CUENTAS.

       FINALIZA-PROGRAMA.
       STOP RUN.

       CONFIRMAR-CONVERSION.
       DISPLAY "Conversión única del archivo de cuentas al diseño".
       DISPLAY "con bloqueo por devolución. Ejecutar una sola vez".
       DISPLAY "sobre el cuentas.dat del diseño antiguo.".
       DISPLAY "¿Confirma la conversión (S/N)?".
       ACCEPT SI-NO.
       IF SI-NO NOT = "S" AND SI-NO NOT = "s"
       DISPLAY "Conversión cancelada."
       STOP RUN.

      *Ninguna cuenta anterior tenía devoluciones registradas: todas
      *quedan sin bloquear.
       CONVERTIR-CUENTAS.
       OPEN INPUT VIEJO-CUENTAS-ARCHIVO.
       IF VIEJO-CUENTAS-ESTADO NOT = "00"
       DISPLAY "Sin archivo de cuentas que convertir, estado: "
           VIEJO-CUENTAS-ESTADO
       ELSE
       OPEN OUTPUT NUEVO-CUENTAS-ARCHIVO
       PERFORM VOLCAR-CUENTAS
       CLOSE VIEJO-CUENTAS-ARCHIVO
       CLOSE NUEVO-CUENTAS-ARCHIVO
       DISPLAY "Cuentas convertidas: " CONTADOR-CUENTAS
       DISPLAY "Cuentas rechazadas por clave repetida: "
           CONTADOR-RECHAZADOS
       DISPLAY "Conversión terminada. Sustituir cuentas.dat por"
       DISPLAY "cuentas-nuevo.dat antes de la siguiente ejecución."
       END-IF.

       VOLCAR-CUENTAS.
       MOVE "0" TO LEE-TODO.
       PERFORM LEER-SIGUIENTE-CUENTA.
       PERFORM UNTIL LEE-TODO = "1"
       PERFORM VOLCAR-CUENTA
       PERFORM LEER-SIGUIENTE-CUENTA
       END-PERFORM.

       LEER-SIGUIENTE-CUENTA.
       READ VIEJO-CUENTAS-ARCHIVO NEXT RECORD
       AT END
       MOVE "1" TO LEE-TODO.

       VOLCAR-CUENTA.
       MOVE VCU-ID TO NCU-ID.
       MOVE VCU-IBAN TO NCU-IBAN.
       MOVE "N" TO NCU-BLOQUEADA.
       MOVE ZERO TO NCU-FECHA-BLOQUEO.
       MOVE SPACE TO NCU-MOTIVO-BLOQUEO.
       WRITE NCU-REGISTRO
           INVALID KEY
           DISPLAY "Cuenta " VCU-ID " repetida."
           ADD 1 TO CONTADOR-RECHAZADOS
           NOT INVALID KEY
           ADD 1 TO CONTADOR-CUENTAS
       END-WRITE.
       END PROGRAM CAPITULO-63.
