       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-61.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cambios de salario y de cuenta pendientes de aprobación.
       SELECT APROBACIONES-ARCHIVO
       ASSIGN TO "aprobaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS APROBACIONES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS APROBACIONES-ARCHIVO-ESTADO.
      *Archivo físico en modo dinámico.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS EMPLEADOS-ESTADO.
      *Archivo de datos bancarios por empleado.
       SELECT CUENTAS-ARCHIVO
       ASSIGN TO "cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUENTAS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CUENTAS-ESTADO.
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
      *Cambios de empleados con fecha de efecto, pendientes de aplicar.
       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAMBIOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CAMBIOS-ARCHIVO-ESTADO.
      *Histórico de nóminas pagadas por periodo y empleado.
       SELECT HISTORICO-NOMINAS-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISNOM-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISNOM-ESTADO.
      *Libro de control de ejecuciones de los procesos por lotes.
       SELECT CONTROL-ARCHIVO
       ASSIGN TO "control.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CONTROL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONTROL-ARCHIVO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      *Tipo S salario, C cuenta bancaria. Estado P pendiente, A
      *aprobado, R rechazado; lo resuelve un supervisor distinto del
      *que lo solicitó.
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

      *Archivo lógico.
       FD EMPLEADOS-ARCHIVO.
       01 EMPLEADOS-REGISTRO.
           05 EMPLEADOS-ID PIC 9(6).
           05 EMPLEADOS-NOMBRE PIC X(25).
           05 EMPLEADOS-APELLIDOS PIC X(35).
           05 EMPLEADOS-FECHA-NACIMIENTO PIC 9(8).
           05 EMPLEADOS-TELEFONO PIC X(9).
           05 EMPLEADOS-DIRECCION PIC X(35).
           05 EMPLEADOS-DEPARTAMENTO PIC X(20).
           05 EMPLEADOS-FECHA-ALTA PIC 9(8).
           05 EMPLEADOS-SALARIO PIC 9(7)V99.
      *Situación laboral: A activo, B dado de baja.
           05 EMPLEADOS-SITUACION PIC X.
           05 EMPLEADOS-FECHA-BAJA PIC 9(8).

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

      *Cada ejecución por lotes deja un registro de inicio que se
      *completa al terminar; estado I iniciado, F finalizado.
      *La referencia identifica los datos con que se ejecutó, como la
      *vigencia de las tarifas aplicadas en la nómina.
       FD CONTROL-ARCHIVO.
       01 CONTROL-REGISTRO.
           05 CONTROL-CLAVE.
               10 CONTROL-PROGRAMA PIC X(12).
               10 CONTROL-FECHA-INICIO PIC 9(8).
               10 CONTROL-HORA-INICIO PIC 9(6).
           05 CONTROL-ESTADO PIC X.
           05 CONTROL-OPERADOR PIC X(8).
           05 CONTROL-PERIODO PIC 9(6).
           05 CONTROL-REGISTROS PIC 9(6).
           05 CONTROL-TOTAL PIC 9(11)V99.
           05 CONTROL-FECHA-FIN PIC 9(8).
           05 CONTROL-HORA-FIN PIC 9(6).
           05 CONTROL-REFERENCIA PIC X(8).

       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR PIC X(33)
           VALUE "Introduce el ID del empleado: ".
       01  TIPO-PETICION PIC X(34)
           VALUE "¿Salario (S) o Cuenta (C)?".
       01  DECISION-PETICION PIC X(50)
           VALUE "¿Aprobar (A), Rechazar (R) o dejar pendiente (P)?".

       01  SI-NO PIC X.
       01  OPCION PIC X.
       01  DECISION PIC X.
       01  APROBACIONES-ARCHIVO-ESTADO PIC X(2).
       01  LEE-APROBACIONES PIC X.
       01  ID-SOLICITUD PIC 9(6).
       01  TIPO-SOLICITUD PIC X.
       01  SOLICITUD-PENDIENTE PIC X.
       01  CONTADOR-PENDIENTES PIC 9(6).
       01  EMPLEADOS-ESTADO PIC X(2).
       01  CUENTAS-ESTADO PIC X(2).
       01  AUDITORIA-ESTADO PIC X(2).
       01  AUDITORIA-ACCION-ENTRADA PIC X(4).
       01  AUDITORIA-CAMPO-ENTRADA PIC X(12).
       01  VALOR-ANTERIOR-ENTRADA PIC X(35).
       01  VALOR-NUEVO-ENTRADA PIC X(35).
       01  IMPORTE-AUDITORIA PIC 9(7).99.
       01  IMPORTE-PANTALLA PIC Z(6)9.99.
       01  IMPORTE-PANTALLA-NUEVO PIC Z(6)9.99.
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       01  CLAVE-ENTRADA PIC X(8).
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
       01  FECHA-ACTUAL PIC 9(8).
       01  SALARIO-ANTERIOR-MAESTRO PIC 9(7)V99.

      *Un salario programado (CAPITULO-60) espera aquí en la
      *situación E; al resolver la solicitud pasa a A o a R.
       01  CAMBIOS-ARCHIVO-ESTADO PIC X(2).
       01  CAMBIOS-DISPONIBLE PIC X VALUE "N".
       01  LEE-CAMBIOS PIC X.
       01  CAMBIO-ENCONTRADO PIC X.
       01  HISNOM-ESTADO PIC X(2).
      *Con "N" no hay histórico de nóminas y cada periodo pagado
      *cuenta como mes completo para los atrasos.
       01  HISTORICO-DISPONIBLE PIC X VALUE "N".
       01  CONTROL-ARCHIVO-ESTADO PIC X(2).
       01  LEE-CONTROL PIC X.

      *Días del mes comercial, como en la nómina mensual.
       01  DIAS-MES PIC 9(2) VALUE 30.
       01  DIA-EFECTO PIC 9(2).
       01  DIAS-PERIODO PIC 9(2).
       01  DIAS-TOPE PIC 9(2).
       01  DIAS-ATRASOS PIC S9(3).
       01  DIAS-PANTALLA PIC -ZZ9.
       01  PERIODO-REVISADO PIC 9(6).
       01  PERIODO-REVISADO-DESGLOSE REDEFINES PERIODO-REVISADO.
           05 PERIODO-REVISADO-ANO PIC 9(4).
           05 PERIODO-REVISADO-MES PIC 9(2).

      *Periodos con una nómina mensual finalizada en el libro de
      *control, como en la aplicación de cambios programados.
       01  PP-MAXIMO PIC 9(3) VALUE 600.
       01  PP-TOTAL PIC 9(3) VALUE ZERO.
       01  PP-I PIC 9(3).
       01  PERIODO-BUSCADO PIC 9(6).
       01  PERIODO-PAGADO-IND PIC X.
       01  ULTIMO-PERIODO-PAGADO PIC 9(6) VALUE ZERO.
       01  TABLA-PERIODOS-PAGADOS.
           05 PP-PERIODO PIC 9(6) OCCURS 600.

      *La decisión se audita con el operador que pidió el cambio y
      *el valor solicitado.
       01  VALOR-SOLICITANTE-AUDITORIA.
           05 FILLER PIC X(14) VALUE "SOLICITADO POR".
           05 FILLER PIC X VALUE SPACE.
           05 VSA-OPERADOR PIC X(8).
           05 FILLER PIC X(12) VALUE SPACES.

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       01  SESION-COMPARTIDA EXTERNAL.
           05 SESION-ACTIVA PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       MOVE "S" TO SI-NO.
       PERFORM ATENDER-SOLICITUDES
       UNTIL SI-NO = "N".
       PERFORM PROCEDIMIENTO-DE-CIERRE.

       FINALIZA-PROGRAMA.
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
       IF NIVEL-OPERADOR < 3
       DISPLAY "Sólo un supervisor puede aprobar cambios."
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
       OPEN I-O EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE APROBACIONES-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN I-O CUENTAS-ARCHIVO.
       IF CUENTAS-ESTADO = "35"
       OPEN OUTPUT CUENTAS-ARCHIVO
       CLOSE CUENTAS-ARCHIVO
       OPEN I-O CUENTAS-ARCHIVO.
       IF CUENTAS-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CUENTAS-ESTADO
       STOP RUN.
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO = "00"
       MOVE "S" TO CAMBIOS-DISPONIBLE.
       OPEN INPUT HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO = "00"
       MOVE "S" TO HISTORICO-DISPONIBLE.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "00"
       PERFORM CARGAR-PERIODOS-PAGADOS
       CLOSE CONTROL-ARCHIVO.

      *Se recorren las ejecuciones de la nómina mensual (CAPITULO-32)
      *y se guardan los periodos que terminaron.
       CARGAR-PERIODOS-PAGADOS.
       MOVE "CAPITULO-32" TO CONTROL-PROGRAMA.
       MOVE ZERO TO CONTROL-FECHA-INICIO.
       MOVE ZERO TO CONTROL-HORA-INICIO.
       START CONTROL-ARCHIVO
           KEY IS NOT LESS THAN CONTROL-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-CONTROL
           NOT INVALID KEY
           MOVE "0" TO LEE-CONTROL
       END-START.
       PERFORM UNTIL LEE-CONTROL = "1"
       READ CONTROL-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CONTROL
       END-READ
       IF LEE-CONTROL NOT = "1"
       IF CONTROL-PROGRAMA = "CAPITULO-32"
       IF CONTROL-ESTADO = "F"
       PERFORM ANOTAR-PERIODO-PAGADO
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM.

       ANOTAR-PERIODO-PAGADO.
       MOVE CONTROL-PERIODO TO PERIODO-BUSCADO.
       PERFORM BUSCAR-PERIODO-PAGADO.
       IF PERIODO-PAGADO-IND = "N" AND PP-TOTAL < PP-MAXIMO
       ADD 1 TO PP-TOTAL
       MOVE CONTROL-PERIODO TO PP-PERIODO (PP-TOTAL)
       END-IF.
       IF CONTROL-PERIODO > ULTIMO-PERIODO-PAGADO
       MOVE CONTROL-PERIODO TO ULTIMO-PERIODO-PAGADO.

       BUSCAR-PERIODO-PAGADO.
       MOVE "N" TO PERIODO-PAGADO-IND.
       MOVE 1 TO PP-I.
       PERFORM UNTIL PP-I > PP-TOTAL OR PERIODO-PAGADO-IND = "S"
       IF PP-PERIODO (PP-I) = PERIODO-BUSCADO
       MOVE "S" TO PERIODO-PAGADO-IND
       ELSE
       ADD 1 TO PP-I
       END-IF
       END-PERFORM.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE APROBACIONES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE CUENTAS-ARCHIVO.
       IF CAMBIOS-DISPONIBLE = "S"
       CLOSE CAMBIOS-ARCHIVO.
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

       ATENDER-SOLICITUDES.
       DISPLAY "1. Consultar las solicitudes pendientes.".
       DISPLAY "2. Aprobar o rechazar una solicitud.".
       DISPLAY "Elige una opción: ".
       ACCEPT OPCION.
       EVALUATE OPCION
           WHEN "1"
           PERFORM LISTAR-PENDIENTES
           WHEN "2"
           PERFORM RESOLVER-SOLICITUD
           WHEN OTHER
           DISPLAY "Opción no válida, no se ha hecho ningún cambio."
       END-EVALUATE.
       PERFORM REINICIAR.

       LISTAR-PENDIENTES.
       MOVE ZERO TO CONTADOR-PENDIENTES.
       MOVE ZERO TO APROBACIONES-ID.
       MOVE LOW-VALUES TO APROBACIONES-TIPO.
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
       AND APROBACIONES-ESTADO = "P"
       ADD 1 TO CONTADOR-PENDIENTES
       PERFORM MOSTRAR-SOLICITUD
       END-IF
       END-PERFORM.
       IF CONTADOR-PENDIENTES = ZERO
       DISPLAY "No hay solicitudes pendientes de aprobar.".

       MOSTRAR-SOLICITUD.
       IF APROBACIONES-TIPO = "S"
       MOVE APROBACIONES-SALARIO-ANTERIOR TO IMPORTE-PANTALLA
       MOVE APROBACIONES-SALARIO-NUEVO TO IMPORTE-PANTALLA-NUEVO
       DISPLAY "Empleado: " APROBACIONES-ID " Salario: "
           IMPORTE-PANTALLA " -> " IMPORTE-PANTALLA-NUEVO
       ELSE
       DISPLAY "Empleado: " APROBACIONES-ID " Cuenta: "
           APROBACIONES-IBAN-ANTERIOR " -> "
           APROBACIONES-IBAN-NUEVO
       END-IF.
       DISPLAY "  Solicitado por " APROBACIONES-OPERADOR-SOLICITUD
           " el " APROBACIONES-FECHA-SOLICITUD.

      *Quien registró el cambio no puede resolverlo: la solicitud
      *sigue pendiente hasta que la vea otro supervisor.
       RESOLVER-SOLICITUD.
       DISPLAY IDENTIFICADOR.
       ACCEPT ID-SOLICITUD.
       DISPLAY TIPO-PETICION.
       ACCEPT TIPO-SOLICITUD.
       IF TIPO-SOLICITUD = "s"
       MOVE "S" TO TIPO-SOLICITUD.
       IF TIPO-SOLICITUD = "c"
       MOVE "C" TO TIPO-SOLICITUD.
       PERFORM BUSCAR-SOLICITUD-PENDIENTE.
       IF SOLICITUD-PENDIENTE = "N"
       DISPLAY "No hay ninguna solicitud pendiente de ese tipo para"
           " ese empleado."
       ELSE
       PERFORM MOSTRAR-SOLICITUD
       IF APROBACIONES-OPERADOR-SOLICITUD = OPERADOR-ENTRADA
       DISPLAY "No puedes resolver una solicitud que registraste"
           " tú mismo."
       ELSE
       PERFORM DECIDIR-SOLICITUD
       END-IF
       END-IF.

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

       DECIDIR-SOLICITUD.
       DISPLAY DECISION-PETICION.
       ACCEPT DECISION.
       EVALUATE DECISION
           WHEN "A"
           WHEN "a"
           PERFORM APROBAR-SOLICITUD
           WHEN "R"
           WHEN "r"
           MOVE "R" TO APROBACIONES-ESTADO
           PERFORM CERRAR-SOLICITUD
           IF APROBACIONES-TIPO = "S"
           PERFORM DESCARTAR-CAMBIO-PROGRAMADO
           END-IF
           DISPLAY "Solicitud rechazada, el maestro no cambia."
           WHEN OTHER
           DISPLAY "La solicitud sigue pendiente."
       END-EVALUATE.

      *Al aprobar se graba el valor en el maestro o en la cuenta y se
      *audita el CAMB igual que un cambio directo.
       APROBAR-SOLICITUD.
       IF APROBACIONES-TIPO = "S"
       PERFORM APLICAR-SALARIO
       ELSE
       PERFORM APLICAR-CUENTA
       END-IF.

       APLICAR-SALARIO.
       MOVE APROBACIONES-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           DISPLAY "El empleado ya no está en el maestro; sólo se"
               " puede rechazar."
           NOT INVALID KEY
           MOVE "CAMB" TO AUDITORIA-ACCION-ENTRADA
           MOVE "SALARIO" TO AUDITORIA-CAMPO-ENTRADA
           MOVE EMPLEADOS-SALARIO TO IMPORTE-AUDITORIA
           MOVE IMPORTE-AUDITORIA TO VALOR-ANTERIOR-ENTRADA
           MOVE APROBACIONES-SALARIO-NUEVO TO IMPORTE-AUDITORIA
           MOVE IMPORTE-AUDITORIA TO VALOR-NUEVO-ENTRADA
           MOVE EMPLEADOS-SALARIO TO SALARIO-ANTERIOR-MAESTRO
           MOVE APROBACIONES-SALARIO-NUEVO TO EMPLEADOS-SALARIO
           REWRITE EMPLEADOS-REGISTRO
           PERFORM REGISTRAR-AUDITORIA
           MOVE "A" TO APROBACIONES-ESTADO
           PERFORM CERRAR-SOLICITUD
           DISPLAY "Salario aprobado y actualizado en el maestro."
           PERFORM ACTIVAR-CAMBIO-PROGRAMADO
       END-READ.

      *Un salario con fecha de efecto queda aplicado al aprobarse.
      *Los atrasos se cuentan desde la fecha de efecto con los
      *periodos pagados hasta hoy, porque hasta la aprobación la
      *nómina ha seguido pagando el salario anterior.
       ACTIVAR-CAMBIO-PROGRAMADO.
       PERFORM BUSCAR-CAMBIO-EN-APROBACION.
       IF CAMBIO-ENCONTRADO = "S"
       MOVE SALARIO-ANTERIOR-MAESTRO TO CAMBIOS-SALARIO-ANTERIOR
       MOVE ULTIMO-PERIODO-PAGADO TO CAMBIOS-ULTIMO-PAGADO
       PERFORM CALCULAR-DIAS-ATRASOS
       MOVE DIAS-ATRASOS TO CAMBIOS-DIAS-ATRASOS
       MOVE ZERO TO CAMBIOS-PERIODO-ATRASOS
       MOVE "A" TO CAMBIOS-ESTADO
       ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD
       MOVE FECHA-ACTUAL TO CAMBIOS-FECHA-APLICACION
       REWRITE CAMBIOS-REGISTRO
       MOVE DIAS-ATRASOS TO DIAS-PANTALLA
       DISPLAY "Cambio programado con efecto " CAMBIOS-FECHA-EFECTO
           " aplicado; días a regularizar en nómina: " DIAS-PANTALLA
       END-IF.

       DESCARTAR-CAMBIO-PROGRAMADO.
       PERFORM BUSCAR-CAMBIO-EN-APROBACION.
       IF CAMBIO-ENCONTRADO = "S"
       MOVE "R" TO CAMBIOS-ESTADO
       ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD
       MOVE FECHA-ACTUAL TO CAMBIOS-FECHA-APLICACION
       REWRITE CAMBIOS-REGISTRO
       DISPLAY "Cambio programado con efecto " CAMBIOS-FECHA-EFECTO
           " rechazado."
       END-IF.

      *Un empleado sólo tiene un salario pendiente a la vez, así que
      *como mucho hay un cambio suyo en la situación E.
       BUSCAR-CAMBIO-EN-APROBACION.
       MOVE "N" TO CAMBIO-ENCONTRADO.
       IF CAMBIOS-DISPONIBLE = "S"
       MOVE APROBACIONES-ID TO CAMBIOS-ID
       MOVE ZERO TO CAMBIOS-FECHA-EFECTO
       MOVE LOW-VALUES TO CAMBIOS-TIPO
       START CAMBIOS-ARCHIVO
           KEY IS NOT LESS THAN CAMBIOS-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-CAMBIOS
           NOT INVALID KEY
           MOVE "0" TO LEE-CAMBIOS
       END-START
       PERFORM UNTIL LEE-CAMBIOS = "1"
       READ CAMBIOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CAMBIOS
       END-READ
       IF LEE-CAMBIOS NOT = "1"
       IF CAMBIOS-ID = APROBACIONES-ID
       IF CAMBIOS-TIPO = "S" AND CAMBIOS-ESTADO = "E"
       AND CAMBIOS-SALARIO = APROBACIONES-SALARIO-NUEVO
       MOVE "S" TO CAMBIO-ENCONTRADO
       MOVE "1" TO LEE-CAMBIOS
       END-IF
       ELSE
       MOVE "1" TO LEE-CAMBIOS
       END-IF
       END-IF
       END-PERFORM
       END-IF.

      *Con el mes de efecto ya pagado se cuentan los días pagados con
      *el salario anterior desde la fecha de efecto hasta el último
      *periodo cerrado; la siguiente nómina abona la diferencia.
      *Si el mes de efecto aún no se ha pagado, la nómina lo pagará
      *entero con el salario nuevo y los días anteriores a la fecha
      *de efecto se regularizan en negativo.
       CALCULAR-DIAS-ATRASOS.
       MOVE ZERO TO DIAS-ATRASOS.
       MOVE CAMBIOS-EFECTO-DIA TO DIA-EFECTO.
       IF DIA-EFECTO > DIAS-MES
       MOVE DIAS-MES TO DIA-EFECTO.
       IF CAMBIOS-EFECTO-AAAAMM > ULTIMO-PERIODO-PAGADO
       COMPUTE DIAS-ATRASOS = 1 - DIA-EFECTO
       ELSE
       MOVE CAMBIOS-EFECTO-AAAAMM TO PERIODO-REVISADO
       PERFORM UNTIL PERIODO-REVISADO > ULTIMO-PERIODO-PAGADO
       PERFORM SUMAR-DIAS-PERIODO-PAGADO
       PERFORM AVANZAR-PERIODO-REVISADO
       END-PERFORM
       END-IF.

       SUMAR-DIAS-PERIODO-PAGADO.
       MOVE PERIODO-REVISADO TO PERIODO-BUSCADO.
       PERFORM BUSCAR-PERIODO-PAGADO.
       IF PERIODO-PAGADO-IND = "S"
       PERFORM OBTENER-DIAS-PERIODO
       IF PERIODO-REVISADO = CAMBIOS-EFECTO-AAAAMM
       COMPUTE DIAS-TOPE = DIAS-MES - DIA-EFECTO + 1
       IF DIAS-PERIODO > DIAS-TOPE
       MOVE DIAS-TOPE TO DIAS-PERIODO
       END-IF
       END-IF
       ADD DIAS-PERIODO TO DIAS-ATRASOS
       END-IF.

      *Los días pagados del periodo salen del histórico de nóminas:
      *sin nómina en el histórico el empleado no cobró ese mes.
       OBTENER-DIAS-PERIODO.
       IF HISTORICO-DISPONIBLE = "S"
       MOVE PERIODO-REVISADO TO HISNOM-PERIODO
       MOVE CAMBIOS-ID TO HISNOM-ID
       READ HISTORICO-NOMINAS-ARCHIVO
           INVALID KEY
           MOVE ZERO TO DIAS-PERIODO
           NOT INVALID KEY
           MOVE HISNOM-DIAS-PAGADOS TO DIAS-PERIODO
       END-READ
       ELSE
       MOVE DIAS-MES TO DIAS-PERIODO
       END-IF.

       AVANZAR-PERIODO-REVISADO.
       IF PERIODO-REVISADO-MES = 12
       ADD 1 TO PERIODO-REVISADO-ANO
       MOVE 1 TO PERIODO-REVISADO-MES
       ELSE
       ADD 1 TO PERIODO-REVISADO-MES
       END-IF.

      *Si la cuenta se borró mientras estaba pendiente, se vuelve a
      *dar de alta con el IBAN aprobado. El IBAN nuevo levanta el
      *bloqueo por devolución del banco.
       APLICAR-CUENTA.
       MOVE APROBACIONES-ID TO CUENTAS-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY
           MOVE SPACE TO VALOR-ANTERIOR-ENTRADA
           MOVE APROBACIONES-IBAN-NUEVO TO CUENTAS-IBAN
           PERFORM DESBLOQUEAR-CUENTA
           WRITE CUENTAS-REGISTRO
           NOT INVALID KEY
           MOVE CUENTAS-IBAN TO VALOR-ANTERIOR-ENTRADA
           IF CUENTAS-BLOQUEADA = "S"
           DISPLAY "La cuenta estaba bloqueada por una devolución;"
               " el pago devuelto se reemite en el próximo proceso"
               " de devoluciones."
           END-IF
           MOVE APROBACIONES-IBAN-NUEVO TO CUENTAS-IBAN
           PERFORM DESBLOQUEAR-CUENTA
           REWRITE CUENTAS-REGISTRO
       END-READ.
       MOVE "CAMB" TO AUDITORIA-ACCION-ENTRADA.
       MOVE "IBAN" TO AUDITORIA-CAMPO-ENTRADA.
       MOVE APROBACIONES-IBAN-NUEVO TO VALOR-NUEVO-ENTRADA.
       PERFORM REGISTRAR-AUDITORIA.
       MOVE "A" TO APROBACIONES-ESTADO.
       PERFORM CERRAR-SOLICITUD.
       DISPLAY "Cuenta aprobada, la próxima nómina se paga al IBAN"
           " nuevo.".

       DESBLOQUEAR-CUENTA.
       MOVE "N" TO CUENTAS-BLOQUEADA.
       MOVE ZERO TO CUENTAS-FECHA-BLOQUEO.
       MOVE SPACE TO CUENTAS-MOTIVO-BLOQUEO.

       CERRAR-SOLICITUD.
       MOVE OPERADOR-ENTRADA TO APROBACIONES-OPERADOR-DECISION.
       ACCEPT APROBACIONES-FECHA-DECISION FROM DATE YYYYMMDD.
       ACCEPT APROBACIONES-HORA-DECISION FROM TIME.
       REWRITE APROBACIONES-REGISTRO.
       PERFORM AUDITAR-DECISION.

       AUDITAR-DECISION.
       IF APROBACIONES-ESTADO = "A"
       MOVE "APRO" TO AUDITORIA-ACCION-ENTRADA
       ELSE
       MOVE "RECH" TO AUDITORIA-ACCION-ENTRADA
       END-IF.
       MOVE APROBACIONES-OPERADOR-SOLICITUD TO VSA-OPERADOR.
       MOVE VALOR-SOLICITANTE-AUDITORIA TO VALOR-ANTERIOR-ENTRADA.
       IF APROBACIONES-TIPO = "S"
       MOVE "SALARIO" TO AUDITORIA-CAMPO-ENTRADA
       MOVE APROBACIONES-SALARIO-NUEVO TO IMPORTE-AUDITORIA
       MOVE IMPORTE-AUDITORIA TO VALOR-NUEVO-ENTRADA
       ELSE
       MOVE "IBAN" TO AUDITORIA-CAMPO-ENTRADA
       MOVE APROBACIONES-IBAN-NUEVO TO VALOR-NUEVO-ENTRADA
       END-IF.
       PERFORM REGISTRAR-AUDITORIA.

       REGISTRAR-AUDITORIA.
       MOVE APROBACIONES-ID TO AUDITORIA-ID.
       MOVE AUDITORIA-ACCION-ENTRADA TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE AUDITORIA-CAMPO-ENTRADA TO AUDITORIA-CAMPO.
       MOVE VALOR-ANTERIOR-ENTRADA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE VALOR-NUEVO-ENTRADA TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       REINICIAR.
       DISPLAY "¿Desea atender otra solicitud?".
       ACCEPT SI-NO.
       IF SI-NO = "s"
       MOVE "S" TO SI-NO.
       IF SI-NO NOT = "S"
       MOVE "N" TO SI-NO.
       END PROGRAM CAPITULO-61.
