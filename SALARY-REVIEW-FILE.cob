       RECORD KEY IS CONTROL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONTROL-ARCHIVO-ESTADO.
      *Cambios de empleados con fecha de efecto, pendientes de aplicar.
       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAMBIOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CAMBIOS-ARCHIVO-ESTADO.
      *Cambios de salario y de cuenta pendientes de aprobación.
       SELECT APROBACIONES-ARCHIVO
       ASSIGN TO "aprobaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS APROBACIONES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS APROBACIONES-ARCHIVO-ESTADO.

       DATA DIVISION.
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

      *Nivel 1 alta y consulta, 2 modificación, 3 supervisor.
       FD OPERADORES-ARCHIVO.
           05 OPERADORES-NIVEL PIC 9.
           05 OPERADORES-NOMBRE PIC X(20).

      *Mismo diseño que en la programación de cambios (CAPITULO-59).
       FD CAMBIOS-ARCHIVO.
       01 CAMBIOS-REGISTRO.
           05 CAMBIOS-CLAVE.
               10 CAMBIOS-ID PIC 9(6).
               10 CAMBIOS-FECHA-EFECTO PIC 9(8).
               10 CAMBIOS-EFECTO-DESGLOSE
                   REDEFINES CAMBIOS-FECHA-EFECTO.
                   15 CAMBIOS-EFECTO-AAAAMM PIC 9(6).
                   15 CAMBIOS-EFECTO-DIA PIC 9(2).
               10 CAMBIOS-TIPO PIC X.
           05 CAMBIOS-SALARIO PIC 9(7)V99.
           05 CAMBIOS-DEPARTAMENTO PIC X(20).
           05 CAMBIOS-OPERADOR PIC X(8).
           05 CAMBIOS-FECHA-GRABACION PIC 9(8).
           05 CAMBIOS-ESTADO PIC X.
           05 CAMBIOS-FECHA-APLICACION PIC 9(8).
           05 CAMBIOS-SALARIO-ANTERIOR PIC 9(7)V99.
           05 CAMBIOS-ULTIMO-PAGADO PIC 9(6).
           05 CAMBIOS-DIAS-ATRASOS PIC S9(3).
           05 CAMBIOS-PERIODO-ATRASOS PIC 9(6).

      *Mismo diseño que en la aprobación de cambios (CAPITULO-61).
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
       01  LEE-TODO PIC X.
       01  REVISION-ESTADO PIC X(2).
       01  EMPLEADOS-ESTADO PIC X(2).
       01  AUDITORIA-ESTADO PIC X(2).
      *Modo S simulación: sólo informe; modo R: deja cada salario
      *nuevo pendiente de la aprobación de otro supervisor.
       01  MODO-EJECUCION PIC X.
      *En modo R con fecha de efecto los salarios nuevos no tocan el
      *maestro: quedan programados y los aplica el proceso diario.
       01  FECHA-EFECTO-REVISION PIC 9(8) VALUE ZERO.
       01  FECHA-EFECTO-DESGLOSE REDEFINES FECHA-EFECTO-REVISION.
           05 FECHA-EFECTO-ANO PIC 9(4).
           05 FECHA-EFECTO-MES PIC 9(2).
           05 FECHA-EFECTO-DIA PIC 9(2).
       01  FECHA-EFECTO-VALIDA PIC X.
       01  CAMBIOS-ARCHIVO-ESTADO PIC X(2).
       01  CONTADOR-DUPLICADOS PIC 9(6) VALUE ZERO.
       01  APROBACIONES-ARCHIVO-ESTADO PIC X(2).
       01  LEE-APROBACIONES PIC X.
       01  ID-SOLICITUD PIC 9(6).
       01  TIPO-SOLICITUD PIC X.
       01  SOLICITUD-PENDIENTE PIC X.
       01  CONTADOR-SOLICITADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-YA-PENDIENTES PIC 9(6) VALUE ZERO.
       01  VALOR-CAMBIO-AUDITORIA.
           05 VCA-EFECTO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 VCA-DATO PIC X(26).
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       IF MODO-EJECUCION = "S"
       DISPLAY "Simulación: no se ha modificado ningún registro."
       END-IF.
       IF FECHA-EFECTO-REVISION > ZERO
       DISPLAY "Salarios programados con efecto "
           FECHA-EFECTO-REVISION ", el maestro no se ha modificado."
       DISPLAY "Ya programados antes, no repetidos: "
           CONTADOR-DUPLICADOS
       END-IF.
       IF MODO-EJECUCION = "R" AND FECHA-EFECTO-REVISION = ZERO
       DISPLAY "Salarios pendientes de aprobación: "
           CONTADOR-SOLICITADOS
       DISPLAY "Con otro cambio de salario pendiente, no solicitados: "
           CONTADOR-YA-PENDIENTES
       END-IF.

       FINALIZA-PROGRAMA.
       GOBACK.
       IF MODO-EJECUCION NOT = "S" AND MODO-EJECUCION NOT = "R"
       DISPLAY "Modo no válido, revisión cancelada."
       STOP RUN.
       IF MODO-EJECUCION = "R"
       PERFORM OBTENER-FECHA-EFECTO.
       IF MODO-EJECUCION = "S"
       MOVE "SIMULACION" TO LT-MODO
       ELSE
       IF FECHA-EFECTO-REVISION > ZERO
       MOVE SPACE TO LT-MODO
       STRING "EFECTO " FECHA-EFECTO-REVISION
           DELIMITED BY SIZE INTO LT-MODO
       ELSE
       MOVE "ACTUALIZACION REAL" TO LT-MODO
       END-IF
       END-IF.

       OBTENER-FECHA-EFECTO.
       MOVE "N" TO FECHA-EFECTO-VALIDA.
       PERFORM UNTIL FECHA-EFECTO-VALIDA = "S"
       DISPLAY "Fecha de efecto AAAAMMDD (0 para aplicar hoy): "
       MOVE ZERO TO FECHA-EFECTO-REVISION
       ACCEPT FECHA-EFECTO-REVISION
       IF FECHA-EFECTO-REVISION NUMERIC
       AND (FECHA-EFECTO-REVISION = ZERO
       OR (FECHA-EFECTO-MES >= 1 AND FECHA-EFECTO-MES <= 12
       AND FECHA-EFECTO-DIA >= 1 AND FECHA-EFECTO-DIA <= 31))
       MOVE "S" TO FECHA-EFECTO-VALIDA
       ELSE
       DISPLAY "La fecha debe ser numérica, formato AAAAMMDD."
       END-IF
       END-PERFORM.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN EXTEND AUDITORIA-ARCHIVO.
       IF AUDITORIA-ESTADO = "35"
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE REVISION-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       IF FECHA-EFECTO-REVISION > ZERO
       PERFORM ABRIR-CAMBIOS.
       IF MODO-EJECUCION = "R" AND FECHA-EFECTO-REVISION = ZERO
       PERFORM ABRIR-APROBACIONES.
       OPEN OUTPUT LISTADO-ARCHIVO.
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD.
       PERFORM REGISTRAR-INICIO-CONTROL.

       ABRIR-CAMBIOS.
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT CAMBIOS-ARCHIVO
       CLOSE CAMBIOS-ARCHIVO
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CAMBIOS-ARCHIVO-ESTADO
       STOP RUN.

       ABRIR-APROBACIONES.
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT APROBACIONES-ARCHIVO
       CLOSE APROBACIONES-ARCHIVO
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           APROBACIONES-ARCHIVO-ESTADO
       STOP RUN.

       PROCEDIMIENTO-DE-CIERRE.
       PERFORM REGISTRAR-FIN-CONTROL.
       CLOSE REVISION-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE LISTADO-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.
       IF FECHA-EFECTO-REVISION > ZERO
       CLOSE CAMBIOS-ARCHIVO.
       IF MODO-EJECUCION = "R" AND FECHA-EFECTO-REVISION = ZERO
       CLOSE APROBACIONES-ARCHIVO.

       REGISTRAR-INICIO-CONTROL.
       OPEN I-O CONTROL-ARCHIVO.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       IF FECHA-EFECTO-REVISION > ZERO
       MOVE FECHA-EFECTO-REVISION TO CONTROL-REFERENCIA
       ELSE
       MOVE SPACE TO CONTROL-REFERENCIA
       END-IF.
       WRITE CONTROL-REGISTRO.

       REGISTRAR-FIN-CONTROL.
       ADD 1 TO CONTADOR-REVISADOS.
       PERFORM ESCRIBIR-DETALLE.
       IF MODO-EJECUCION = "R"
       IF FECHA-EFECTO-REVISION > ZERO
       PERFORM PROGRAMAR-SALARIO
       ELSE
       PERFORM SOLICITAR-CAMBIO-SALARIO
       END-IF
       END-IF.

      *Como el cambio de salario en el mantenimiento (CAPITULO-28):
      *el maestro no cambia hasta que otro supervisor lo apruebe en
      *CAPITULO-61, que es quien audita el CAMB.
       SOLICITAR-CAMBIO-SALARIO.
       MOVE EMPLEADOS-ID TO ID-SOLICITUD.
       MOVE "S" TO TIPO-SOLICITUD.
       PERFORM BUSCAR-SOLICITUD-PENDIENTE.
       IF SOLICITUD-PENDIENTE = "S"
       ADD 1 TO CONTADOR-YA-PENDIENTES
       ELSE
       MOVE EMPLEADOS-ID TO APROBACIONES-ID
       MOVE "S" TO APROBACIONES-TIPO
       ACCEPT APROBACIONES-FECHA-SOLICITUD FROM DATE YYYYMMDD
       ACCEPT APROBACIONES-HORA-SOLICITUD FROM TIME
       MOVE EMPLEADOS-SALARIO TO APROBACIONES-SALARIO-ANTERIOR
       MOVE SALARIO-NUEVO TO APROBACIONES-SALARIO-NUEVO
       MOVE SPACE TO APROBACIONES-IBAN-ANTERIOR
       MOVE SPACE TO APROBACIONES-IBAN-NUEVO
       MOVE OPERADOR-ENTRADA TO APROBACIONES-OPERADOR-SOLICITUD
       MOVE "P" TO APROBACIONES-ESTADO
       MOVE SPACE TO APROBACIONES-OPERADOR-DECISION
       MOVE ZERO TO APROBACIONES-FECHA-DECISION
       MOVE ZERO TO APROBACIONES-HORA-DECISION
       WRITE APROBACIONES-REGISTRO
           INVALID KEY
           DISPLAY "No se ha podido registrar la solicitud del"
               " empleado " EMPLEADOS-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-SOLICITADOS
           PERFORM AUDITAR-SOLICITUD-SALARIO
       END-WRITE
       END-IF.

       AUDITAR-SOLICITUD-SALARIO.
       MOVE EMPLEADOS-ID TO AUDITORIA-ID.
       MOVE "SOLI" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "SALARIO" TO AUDITORIA-CAMPO.
       MOVE EMPLEADOS-SALARIO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE SALARIO-NUEVO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO AUDITORIA-VALOR-NUEVO.
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

      *Igual que un cambio programado a mano: se audita como PROG y
      *el proceso diario lo pasa a aprobación al llegar la fecha.
       PROGRAMAR-SALARIO.
       MOVE EMPLEADOS-ID TO CAMBIOS-ID.
       MOVE FECHA-EFECTO-REVISION TO CAMBIOS-FECHA-EFECTO.
       MOVE "S" TO CAMBIOS-TIPO.
       MOVE SALARIO-NUEVO TO CAMBIOS-SALARIO.
       MOVE SPACE TO CAMBIOS-DEPARTAMENTO.
       MOVE OPERADOR-ENTRADA TO CAMBIOS-OPERADOR.
       MOVE FECHA-EJECUCION TO CAMBIOS-FECHA-GRABACION.
       MOVE "P" TO CAMBIOS-ESTADO.
       MOVE ZERO TO CAMBIOS-FECHA-APLICACION.
       MOVE ZERO TO CAMBIOS-SALARIO-ANTERIOR.
       MOVE ZERO TO CAMBIOS-ULTIMO-PAGADO.
       MOVE ZERO TO CAMBIOS-DIAS-ATRASOS.
       MOVE ZERO TO CAMBIOS-PERIODO-ATRASOS.
       WRITE CAMBIOS-REGISTRO
           INVALID KEY
           ADD 1 TO CONTADOR-DUPLICADOS
           NOT INVALID KEY
           PERFORM AUDITAR-PROGRAMACION
       END-WRITE.

       AUDITAR-PROGRAMACION.
       MOVE EMPLEADOS-ID TO AUDITORIA-ID.
       MOVE "PROG" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "SALARIO" TO AUDITORIA-CAMPO.
       MOVE EMPLEADOS-SALARIO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE FECHA-EFECTO-REVISION TO VCA-EFECTO.
       MOVE SALARIO-NUEVO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO VCA-DATO.
       MOVE VALOR-CAMBIO-AUDITORIA TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       ESCRIBIR-DETALLE.
