       RECORD KEY IS OPERADORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OPERADORES-ESTADO.
      *Cambios de salario y de cuenta pendientes de aprobación.
       SELECT APROBACIONES-ARCHIVO
       ASSIGN TO "aprobaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS APROBACIONES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS APROBACIONES-ARCHIVO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

      *Nivel 1 alta y consulta, 2 modificación, 3 supervisor.
       FD OPERADORES-ARCHIVO.
           05 OPERADORES-NIVEL PIC 9.
           05 OPERADORES-NOMBRE PIC X(20).

      *Tipo S salario, C cuenta bancaria. Estado P pendiente, A
      *aprobado, R rechazado; lo resuelve un supervisor distinto del
      *que lo solicitó (CAPITULO-61).
       FD APROBACIONES-ARCHIVO.
       01 APROBACIONES-REGISTRO.
           05 APROBACIONES-CLAVE.
               10 APROBACIONES-ID PIC 9(6).
               10 APROBACIONES-TIPO PIC X.
               10 APROBACIONES-FECHA-SOLICITUD PIC 9(8).
               10 APROBACIONES-HORA-SOLICITUD PIC 9(6).
           05 APROBACIONES-SALARIO-ANTERIOR PIC 9(7)V99.
           05 APROBACIONES-SALARIO-NUEVO PIC 9(7)V99.
           05 APROBACIONES-IBAN-ANTERIOR PIC X(24).
           05 APROBACIONES-IBAN-NUEVO PIC X(24).
           05 APROBACIONES-OPERADOR-SOLICITUD PIC X(8).
           05 APROBACIONES-ESTADO PIC X.
           05 APROBACIONES-OPERADOR-DECISION PIC X(8).
           05 APROBACIONES-FECHA-DECISION PIC 9(8).
           05 APROBACIONES-HORA-DECISION PIC 9(6).

       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR PIC X(33)
           VALUE "Introduce el ID del empleado: ".
       01  FECHA-ACTUAL PIC 9(8).
       01  EDAD-CALCULADA PIC S9(3).
       01  FECHA-NACIMIENTO-VALIDA PIC X.
       01  APROBACIONES-ARCHIVO-ESTADO PIC X(2).
       01  LEE-APROBACIONES PIC X.
       01  ID-SOLICITUD PIC 9(6).
       01  TIPO-SOLICITUD PIC X.
       01  SOLICITUD-PENDIENTE PIC X.

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN I-O EMPLEADOS-ARCHIVO.
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT APROBACIONES-ARCHIVO
       CLOSE APROBACIONES-ARCHIVO
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           APROBACIONES-ARCHIVO-ESTADO
       STOP RUN.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF DEPARTAMENTOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de departamentos."
       CLOSE EMPLEADOS-ARCHIVO
       CLOSE APROBACIONES-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE APROBACIONES-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.
       END-IF
       END-IF.

      *El salario nuevo no entra en el maestro: queda pendiente hasta
      *que otro supervisor lo apruebe, y entonces se audita el CAMB.
       MODIFICAR-SALARIO.
       DISPLAY "Nuevo salario (en blanco para no cambiar): ".
       MOVE ZERO TO VALOR-NUEVO-SALARIO.
       ACCEPT VALOR-NUEVO-SALARIO.
       IF VALOR-NUEVO-SALARIO NOT = ZERO
       PERFORM SOLICITAR-CAMBIO-SALARIO.

       SOLICITAR-CAMBIO-SALARIO.
       MOVE EMPLEADOS-ID TO ID-SOLICITUD.
       MOVE "S" TO TIPO-SOLICITUD.
       PERFORM BUSCAR-SOLICITUD-PENDIENTE.
       IF SOLICITUD-PENDIENTE = "S"
       DISPLAY "Ya hay un cambio de salario pendiente de aprobar,"
           " no se registra otro."
       ELSE
       MOVE EMPLEADOS-ID TO APROBACIONES-ID
       MOVE "S" TO APROBACIONES-TIPO
       ACCEPT APROBACIONES-FECHA-SOLICITUD FROM DATE YYYYMMDD
       ACCEPT APROBACIONES-HORA-SOLICITUD FROM TIME
       MOVE EMPLEADOS-SALARIO TO APROBACIONES-SALARIO-ANTERIOR
       MOVE VALOR-NUEVO-SALARIO TO APROBACIONES-SALARIO-NUEVO
       MOVE SPACE TO APROBACIONES-IBAN-ANTERIOR
       MOVE SPACE TO APROBACIONES-IBAN-NUEVO
       MOVE OPERADOR-ENTRADA TO APROBACIONES-OPERADOR-SOLICITUD
       MOVE "P" TO APROBACIONES-ESTADO
       MOVE SPACE TO APROBACIONES-OPERADOR-DECISION
       MOVE ZERO TO APROBACIONES-FECHA-DECISION
       MOVE ZERO TO APROBACIONES-HORA-DECISION
       WRITE APROBACIONES-REGISTRO
           INVALID KEY
           DISPLAY "No se ha podido registrar la solicitud, repítela."
           NOT INVALID KEY
           PERFORM AUDITAR-SOLICITUD-SALARIO
           DISPLAY "Salario pendiente de aprobación por otro"
               " supervisor."
       END-WRITE
       END-IF.

       AUDITAR-SOLICITUD-SALARIO.
       MOVE "SOLI" TO AUDITORIA-ACCION-ENTRADA.
       MOVE "SALARIO" TO AUDITORIA-CAMPO-ENTRADA.
       MOVE EMPLEADOS-SALARIO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO VALOR-ANTERIOR-ENTRADA.
       MOVE VALOR-NUEVO-SALARIO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO VALOR-NUEVO-ENTRADA.
       PERFORM REGISTRAR-AUDITORIA.

      *Las solicitudes de un empleado y tipo se leen en orden de
      *fecha; sólo puede haber una pendiente a la vez.
       BUSCAR-SOLICITUD-PENDIENTE.
       MOVE "N" TO SOLICITUD-PENDIENTE.
       MOVE ID-SOLICITUD TO APROBACIONES-ID.
       MOVE TIPO-SOLICITUD TO APROBACIONES-TIPO.
       MOVE ZERO TO APROBACIONES-FECHA-SOLICITUD.
       MOVE ZERO TO APROBACIONES-HORA-SOLICITUD.
       START APROBACIONES-ARCHIVO
           KEY IS NOT LESS THAN APROBACIONES-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-APROBACIONES
           NOT INVALID KEY
           MOVE "0" TO LEE-APROBACIONES
       END-START.
       PERFORM UNTIL LEE-APROBACIONES = "1"
       READ APROBACIONES-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-APROBACIONES
       END-READ
       IF LEE-APROBACIONES NOT = "1"
       IF APROBACIONES-ID = ID-SOLICITUD
       AND APROBACIONES-TIPO = TIPO-SOLICITUD
       IF APROBACIONES-ESTADO = "P"
       MOVE "S" TO SOLICITUD-PENDIENTE
       MOVE "1" TO LEE-APROBACIONES
       END-IF
       ELSE
       MOVE "1" TO LEE-APROBACIONES
       END-IF
       END-IF
       END-PERFORM.

      *El código ocupa las cuatro primeras posiciones del campo.
       VALIDAR-DEPARTAMENTO.
