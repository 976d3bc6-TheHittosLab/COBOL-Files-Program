       WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS EMPLEADOS-ESTADO.
      *Archivo de auditoría de altas, cambios y bajas.
       SELECT AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDITORIA-ESTADO.
      *Archivo de operadores autorizados.
       SELECT OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       ORGANIZATION IS INDEXED
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
      *Histórico de nóminas calculadas por periodo y empleado.
       SELECT HISTORICO-NOMINAS-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISNOM-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISNOM-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      *IBAN español de 24 posiciones validado por módulo 97.
      *Bloqueada "S" cuando el banco devuelve una transferencia
      *(CAPITULO-62): la nómina no paga a esa cuenta hasta que se
      *apruebe un IBAN nuevo.
       FD CUENTAS-ARCHIVO.
       01 CUENTAS-REGISTRO.
           05 CUENTAS-ID PIC 9(6).
           05 CUENTAS-IBAN PIC X(24).
           05 CUENTAS-BLOQUEADA PIC X.
           05 CUENTAS-FECHA-BLOQUEO PIC 9(8).
           05 CUENTAS-MOTIVO-BLOQUEO PIC X(4).
      *Archivo lógico.
       FD EMPLEADOS-ARCHIVO.
       01 EMPLEADOS-REGISTRO.
           05 EMPLEADOS-SITUACION PIC X.
           05 EMPLEADOS-FECHA-BAJA PIC 9(8).

       FD AUDITORIA-ARCHIVO.
       01 AUDITORIA-REGISTRO.
           05 AUDITORIA-ID PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-ACCION PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-HORA PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-OPERADOR PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-CAMPO PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-VALOR-ANTERIOR PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 AUDITORIA-VALOR-NUEVO PIC X(35).

      *Nivel 1 alta y consulta, 2 modificación, 3 supervisor.
       FD OPERADORES-ARCHIVO.
       01 OPERADORES-REGISTRO.
           05 OPERADORES-ID PIC X(8).
           05 OPERADORES-CLAVE PIC X(8).
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

      *Mismo diseño que en la nómina mensual (CAPITULO-32).
       FD HISTORICO-NOMINAS-ARCHIVO.
       01 HISNOM-REGISTRO.
           05 HISNOM-CLAVE.
               10 HISNOM-PERIODO PIC 9(6).
               10 HISNOM-ID PIC 9(6).
           05 HISNOM-NOMBRE PIC X(25).
           05 HISNOM-APELLIDOS PIC X(35).
           05 HISNOM-DEPARTAMENTO PIC X(20).
           05 HISNOM-DIAS-PAGADOS PIC 9(2).
           05 HISNOM-SALARIO-PERIODO PIC 9(7)V99.
           05 HISNOM-PERCEPCIONES PIC 9(7)V99.
           05 HISNOM-BRUTO PIC 9(7)V99.
           05 HISNOM-IRPF PIC 9(7)V99.
           05 HISNOM-SS PIC 9(7)V99.
           05 HISNOM-DEDUCCIONES PIC 9(7)V99.
           05 HISNOM-NETO PIC 9(7)V99.
           05 HISNOM-IBAN PIC X(24).
           05 HISNOM-TARIFAS PIC 9(8).
           05 HISNOM-FECHA-CALCULO PIC 9(8).
           05 HISNOM-ATRASOS PIC S9(7)V99.
           05 HISNOM-BASE-COTIZACION PIC 9(7)V99.
           05 HISNOM-RESERVA PIC X(12).

       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR PIC X(33)
           VALUE "Introduce el ID del empleado: ".
       01  EMPLEADOS-ENCONTRADO PIC X.
       01  IBAN-ENTRADA PIC X(24).
       01  IBAN-VALIDO PIC X.
       01  AUDITORIA-ESTADO PIC X(2).
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       01  CLAVE-ENTRADA PIC X(8).
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
       01  APROBACIONES-ARCHIVO-ESTADO PIC X(2).
       01  LEE-APROBACIONES PIC X.
       01  ID-SOLICITUD PIC 9(6).
       01  TIPO-SOLICITUD PIC X.
       01  SOLICITUD-PENDIENTE PIC X.
       01  HISNOM-ESTADO PIC X(2).
       01  LEE-HISTORICO PIC X.
      *Con "N" todavía no hay histórico de nóminas.
       01  HISTORICO-DISPONIBLE PIC X VALUE "N".
      *Con "S" el empleado ya tuvo una cuenta: cobró alguna nómina
      *por transferencia o pidió algún cambio de cuenta.
       01  CUENTA-ANTERIOR PIC X.
       01  IBAN-ANTERIOR PIC X(24).
       01  IBAN-AUDITORIA-ANTERIOR PIC X(24).
       01  IBAN-AUDITORIA-NUEVO PIC X(24).

      *Campos de trabajo de la validación por módulo 97: el IBAN se
      *reordena poniendo las cuatro primeras posiciones al final y
       01  DIGITO-CARACTER PIC X.
       01  DIGITO-VALOR REDEFINES DIGITO-CARACTER PIC 9.

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       01  SESION-COMPARTIDA EXTERNAL.
           05 SESION-ACTIVA PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO = "35"
       OPEN OUTPUT AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           AUDITORIA-ESTADO
       STOP RUN.
       OPEN INPUT OPERADORES-ARCHIVO.
       IF OPERADORES-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de operadores."
       CLOSE AUDITORIA-ARCHIVO
       STOP RUN.
       PERFORM INICIAR-SESION.
       IF NIVEL-OPERADOR < 2
       DISPLAY "Tu nivel sólo permite altas y consultas."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT APROBACIONES-ARCHIVO
       CLOSE APROBACIONES-ARCHIVO
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           APROBACIONES-ARCHIVO-ESTADO
       STOP RUN.
       OPEN I-O CUENTAS-ARCHIVO.
       IF CUENTAS-ESTADO = "35"
       OPEN OUTPUT CUENTAS-ARCHIVO
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE CUENTAS-ARCHIVO
       CLOSE APROBACIONES-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO = "00"
       MOVE "S" TO HISTORICO-DISPONIBLE
       ELSE
       IF HISNOM-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           HISNOM-ESTADO
       STOP RUN
       END-IF
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE CUENTAS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE APROBACIONES-ARCHIVO.
       IF HISTORICO-DISPONIBLE = "S"
       CLOSE HISTORICO-NOMINAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.

      *La sesión se valida contra el archivo de operadores antes de
      *abrir el maestro; los intentos fallidos quedan auditados.
       INICIAR-SESION.
       IF SESION-ACTIVA = "S"
       MOVE SESION-OPERADOR TO OPERADOR
       MOVE SESION-OPERADOR TO OPERADOR-ENTRADA
       MOVE SESION-NIVEL TO NIVEL-OPERADOR
       ELSE
       PERFORM VALIDAR-SESION-LOCAL
       END-IF.

       VALIDAR-SESION-LOCAL.
       MOVE "N" TO SESION-VALIDA.
       MOVE ZERO TO INTENTOS-SESION.
       PERFORM VALIDAR-OPERADOR
       UNTIL SESION-VALIDA = "S" OR INTENTOS-SESION = 3.
       IF SESION-VALIDA NOT = "S"
       DISPLAY "Acceso denegado."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.

       VALIDAR-OPERADOR.
       ADD 1 TO INTENTOS-SESION.
       DISPLAY "Identificador de operador: ".
       ACCEPT OPERADOR-ENTRADA.
       DISPLAY "Clave: ".
       ACCEPT CLAVE-ENTRADA.
       MOVE OPERADOR-ENTRADA TO OPERADORES-ID.
       READ OPERADORES-ARCHIVO
           INVALID KEY
           PERFORM RECHAZAR-ACCESO
           NOT INVALID KEY
           IF OPERADORES-CLAVE = CLAVE-ENTRADA
           MOVE "S" TO SESION-VALIDA
           MOVE OPERADOR-ENTRADA TO OPERADOR
           MOVE OPERADORES-NIVEL TO NIVEL-OPERADOR
           ELSE
           PERFORM RECHAZAR-ACCESO
           END-IF
       END-READ.

       RECHAZAR-ACCESO.
       DISPLAY "Operador o clave incorrectos.".
       MOVE ZERO TO AUDITORIA-ID.
       MOVE "FALL" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR-ENTRADA TO AUDITORIA-OPERADOR.
       MOVE SPACE TO AUDITORIA-CAMPO.
       MOVE SPACE TO AUDITORIA-VALOR-ANTERIOR.
       MOVE SPACE TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       MANTENER-CUENTAS.
       DISPLAY "1. Dar de alta la cuenta de un empleado.".
       END-EVALUATE.
       PERFORM REINICIAR.

      *Sólo se da de alta directamente la primera cuenta de un
      *empleado. Si ya tuvo cuenta, o la que tiene está bloqueada
      *por una devolución, el IBAN pasa por aprobación como cualquier
      *cambio: borrar y volver a dar de alta no lo salta.
       ALTA-CUENTA.
       PERFORM OBTENER-EMPLEADO.
       IF EMPLEADOS-ENCONTRADO = "S"
       MOVE EMPLEADOS-ID TO CUENTAS-ID
       READ CUENTAS-ARCHIVO
           INVALID KEY
           PERFORM ALTA-CUENTA-NUEVA
           NOT INVALID KEY
           PERFORM ALTA-CUENTA-EXISTENTE
       END-READ
       END-IF.

       ALTA-CUENTA-EXISTENTE.
       IF CUENTAS-BLOQUEADA = "S"
       PERFORM MOSTRAR-CUENTA
       PERFORM PEDIR-CAMBIO-CUENTA
       ELSE
       DISPLAY "Ese empleado ya tiene una cuenta registrada."
       END-IF.

       ALTA-CUENTA-NUEVA.
       PERFORM COMPROBAR-CUENTA-ANTERIOR.
       MOVE EMPLEADOS-ID TO CUENTAS-ID.
       IF CUENTA-ANTERIOR = "S"
       DISPLAY "El empleado ya tuvo cuenta: el IBAN nuevo necesita"
           " la aprobación de un supervisor."
       MOVE IBAN-ANTERIOR TO CUENTAS-IBAN
       PERFORM PEDIR-CAMBIO-CUENTA
       ELSE
       PERFORM OBTENER-IBAN
       MOVE IBAN-ENTRADA TO CUENTAS-IBAN
       MOVE "N" TO CUENTAS-BLOQUEADA
       MOVE ZERO TO CUENTAS-FECHA-BLOQUEO
       MOVE SPACE TO CUENTAS-MOTIVO-BLOQUEO
       WRITE CUENTAS-REGISTRO
           INVALID KEY
           DISPLAY "Ese empleado ya tiene una cuenta registrada."
           NOT INVALID KEY
           MOVE SPACE TO IBAN-AUDITORIA-ANTERIOR
           MOVE CUENTAS-IBAN TO IBAN-AUDITORIA-NUEVO
           PERFORM AUDITAR-CUENTA
           DISPLAY "Cuenta dada de alta."
       END-WRITE
       END-IF.

      *Cualquier solicitud de cuenta anterior, o una nómina pagada
      *por transferencia, delata una cuenta que se borró; el IBAN
      *anterior es el último al que se pagó.
       COMPROBAR-CUENTA-ANTERIOR.
       MOVE "N" TO CUENTA-ANTERIOR.
       MOVE SPACE TO IBAN-ANTERIOR.
       MOVE EMPLEADOS-ID TO APROBACIONES-ID.
       MOVE "C" TO APROBACIONES-TIPO.
       MOVE ZERO TO APROBACIONES-FECHA-SOLICITUD.
       MOVE ZERO TO APROBACIONES-HORA-SOLICITUD.
       START APROBACIONES-ARCHIVO
           KEY IS NOT LESS THAN APROBACIONES-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-APROBACIONES
           NOT INVALID KEY
           MOVE "0" TO LEE-APROBACIONES
       END-START.
       IF LEE-APROBACIONES NOT = "1"
       READ APROBACIONES-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-APROBACIONES
       END-READ
       IF LEE-APROBACIONES NOT = "1"
       AND APROBACIONES-ID = EMPLEADOS-ID
       AND APROBACIONES-TIPO = "C"
       MOVE "S" TO CUENTA-ANTERIOR
       END-IF
       END-IF.
       IF HISTORICO-DISPONIBLE = "S"
       PERFORM BUSCAR-PAGO-ANTERIOR.

      *El histórico va por periodo y empleado: hay que recorrerlo
      *entero para encontrar los pagos de un empleado.
       BUSCAR-PAGO-ANTERIOR.
       MOVE LOW-VALUES TO HISNOM-CLAVE.
       START HISTORICO-NOMINAS-ARCHIVO
           KEY IS NOT LESS THAN HISNOM-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-HISTORICO
           NOT INVALID KEY
           MOVE "0" TO LEE-HISTORICO
       END-START.
       PERFORM UNTIL LEE-HISTORICO = "1"
       READ HISTORICO-NOMINAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-HISTORICO
       END-READ
       IF LEE-HISTORICO NOT = "1"
       AND HISNOM-ID = EMPLEADOS-ID
       AND HISNOM-IBAN NOT = SPACE
       MOVE "S" TO CUENTA-ANTERIOR
       MOVE HISNOM-IBAN TO IBAN-ANTERIOR
       END-IF
       END-PERFORM.

       OBTENER-EMPLEADO.
       DISPLAY IDENTIFICADOR.
       ACCEPT EMPLEADOS-ID.

       MOSTRAR-CUENTA.
       DISPLAY "Empleado: " CUENTAS-ID " IBAN: " CUENTAS-IBAN.
       IF CUENTAS-BLOQUEADA = "S"
       DISPLAY "Cuenta bloqueada por devolución del banco ("
           CUENTAS-MOTIVO-BLOQUEO ") el " CUENTAS-FECHA-BLOQUEO
       DISPLAY "Hay que registrar un IBAN nuevo para volver a pagar."
       END-IF.

      *El IBAN nuevo no se graba en la cuenta: queda pendiente hasta
      *que un supervisor distinto lo apruebe, y mientras tanto la
      *nómina sigue pagando a la cuenta aprobada.
       MODIFICAR-CUENTA.
       PERFORM BUSCAR-CUENTA.
       IF CUENTAS-ESTADO = "00"
       PERFORM MOSTRAR-CUENTA
       PERFORM PEDIR-CAMBIO-CUENTA
       ELSE
       DISPLAY "Ese empleado no tiene cuenta registrada."
       END-IF.

       PEDIR-CAMBIO-CUENTA.
       MOVE CUENTAS-ID TO ID-SOLICITUD.
       MOVE "C" TO TIPO-SOLICITUD.
       PERFORM BUSCAR-SOLICITUD-PENDIENTE.
       IF SOLICITUD-PENDIENTE = "S"
       DISPLAY "Ya hay un cambio de cuenta pendiente de aprobar: "
           APROBACIONES-IBAN-NUEVO
       ELSE
       PERFORM OBTENER-IBAN
       PERFORM SOLICITAR-CAMBIO-CUENTA
       END-IF.

       SOLICITAR-CAMBIO-CUENTA.
       MOVE CUENTAS-ID TO APROBACIONES-ID.
       MOVE "C" TO APROBACIONES-TIPO.
       ACCEPT APROBACIONES-FECHA-SOLICITUD FROM DATE YYYYMMDD.
       ACCEPT APROBACIONES-HORA-SOLICITUD FROM TIME.
       MOVE ZERO TO APROBACIONES-SALARIO-ANTERIOR.
       MOVE ZERO TO APROBACIONES-SALARIO-NUEVO.
       MOVE CUENTAS-IBAN TO APROBACIONES-IBAN-ANTERIOR.
       MOVE IBAN-ENTRADA TO APROBACIONES-IBAN-NUEVO.
       MOVE OPERADOR-ENTRADA TO APROBACIONES-OPERADOR-SOLICITUD.
       MOVE "P" TO APROBACIONES-ESTADO.
       MOVE SPACE TO APROBACIONES-OPERADOR-DECISION.
       MOVE ZERO TO APROBACIONES-FECHA-DECISION.
       MOVE ZERO TO APROBACIONES-HORA-DECISION.
       WRITE APROBACIONES-REGISTRO
           INVALID KEY
           DISPLAY "No se ha podido registrar la solicitud, repítela."
           NOT INVALID KEY
           PERFORM AUDITAR-SOLICITUD-CUENTA
           DISPLAY "Cuenta pendiente de aprobación por un supervisor."
       END-WRITE.

       AUDITAR-SOLICITUD-CUENTA.
       MOVE CUENTAS-ID TO AUDITORIA-ID.
       MOVE "SOLI" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "IBAN" TO AUDITORIA-CAMPO.
       MOVE CUENTAS-IBAN TO AUDITORIA-VALOR-ANTERIOR.
       MOVE IBAN-ENTRADA TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

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

      *Una cuenta bloqueada por devolución o con un cambio pendiente
      *no se borra: el pago devuelto sólo se reemite a un IBAN
      *aprobado por un supervisor.
       BORRAR-CUENTA.
       PERFORM BUSCAR-CUENTA.
       IF CUENTAS-ESTADO = "00"
       PERFORM MOSTRAR-CUENTA
       MOVE CUENTAS-ID TO ID-SOLICITUD
       MOVE "C" TO TIPO-SOLICITUD
       PERFORM BUSCAR-SOLICITUD-PENDIENTE
       EVALUATE TRUE
           WHEN CUENTAS-BLOQUEADA = "S"
           DISPLAY "No se puede borrar una cuenta bloqueada; hay"
               " que registrar un IBAN nuevo."
           WHEN SOLICITUD-PENDIENTE = "S"
           DISPLAY "No se puede borrar: hay un cambio de cuenta"
               " pendiente de aprobar."
           WHEN OTHER
           PERFORM CONFIRMAR-BORRADO-CUENTA
       END-EVALUATE
       ELSE
       DISPLAY "Ese empleado no tiene cuenta registrada."
       END-IF.

       CONFIRMAR-BORRADO-CUENTA.
       DISPLAY "¿Confirma el borrado (S/N)?".
       ACCEPT SI-NO.
       IF SI-NO = "s" OR SI-NO = "S"
       DELETE CUENTAS-ARCHIVO
       MOVE CUENTAS-IBAN TO IBAN-AUDITORIA-ANTERIOR
       MOVE SPACE TO IBAN-AUDITORIA-NUEVO
       PERFORM AUDITAR-CUENTA
       DISPLAY "Cuenta eliminada."
       ELSE
       DISPLAY "Borrado cancelado."
       END-IF.

      *Alta y borrado de la cuenta quedan como CAMB del IBAN, igual
      *que el alta de una cuenta aprobada en CAPITULO-61.
       AUDITAR-CUENTA.
       MOVE CUENTAS-ID TO AUDITORIA-ID.
       MOVE "CAMB" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "IBAN" TO AUDITORIA-CAMPO.
       MOVE IBAN-AUDITORIA-ANTERIOR TO AUDITORIA-VALOR-ANTERIOR.
       MOVE IBAN-AUDITORIA-NUEVO TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       REINICIAR.
       DISPLAY "¿Desea procesar otra cuenta?".
       ACCEPT SI-NO.
