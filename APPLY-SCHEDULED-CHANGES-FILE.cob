       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-60.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cambios de empleados con fecha de efecto, pendientes de aplicar.
       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAMBIOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CAMBIOS-ARCHIVO-ESTADO.
      *Archivo físico en modo dinámico.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
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
      *Archivo de referencia de departamentos.
       SELECT DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEPARTAMENTOS-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPARTAMENTOS-ESTADO.
      *Histórico de nóminas pagadas por periodo y empleado.
       SELECT HISTORICO-NOMINAS-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISNOM-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISNOM-ESTADO.
      *Informe de los cambios aplicados y rechazados.
       SELECT LISTADO-ARCHIVO
       ASSIGN TO "listado-cambios.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      *Libro de control de ejecuciones de los procesos por lotes.
       SELECT CONTROL-ARCHIVO
       ASSIGN TO "control.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CONTROL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONTROL-ARCHIVO-ESTADO.
      *Cambios de salario y de cuenta pendientes de aprobación.
       SELECT APROBACIONES-ARCHIVO
       ASSIGN TO "aprobaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS APROBACIONES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS APROBACIONES-ARCHIVO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
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

       FD DEPARTAMENTOS-ARCHIVO.
       01 DEPARTAMENTOS-REGISTRO.
           05 DEPARTAMENTOS-CODIGO PIC X(4).
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

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

       FD LISTADO-ARCHIVO.
       01 LINEA-LISTADO PIC X(132).

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
       01  LEE-CAMBIOS PIC X.
       01  LEE-CONTROL PIC X.
       01  CAMBIOS-ARCHIVO-ESTADO PIC X(2).
       01  EMPLEADOS-ESTADO PIC X(2).
       01  EMPLEADOS-ENCONTRADO PIC X.
       01  AUDITORIA-ESTADO PIC X(2).
       01  DEPARTAMENTOS-ESTADO PIC X(2).
       01  HISNOM-ESTADO PIC X(2).
      *Con "N" no hay histórico de nóminas y cada periodo pagado
      *cuenta como mes completo para los atrasos.
       01  HISTORICO-DISPONIBLE PIC X VALUE "N".
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       01  CLAVE-ENTRADA PIC X(8).
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
       01  CONTROL-ARCHIVO-ESTADO PIC X(2).
       01  CONTROL-FECHA-GUARDADA PIC 9(8).
       01  CONTROL-HORA-GUARDADA PIC 9(6).
       01  LINEAS-POR-PAGINA PIC 9(2) VALUE 20.
       01  CONTADOR-LINEAS PIC 9(2) VALUE ZERO.
       01  NUMERO-PAGINA PIC 9(3) VALUE ZERO.
       01  FECHA-EJECUCION PIC 9(8).
      *S aplicado, N rechazado, E salario pasado a aprobación, P
      *salario retenido porque el empleado ya tiene otro pendiente.
       01  CAMBIO-VALIDO PIC X.
       01  OBSERVACION PIC X(20).
       01  CONTADOR-APLICADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-RECHAZADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-FUTUROS PIC 9(6) VALUE ZERO.
       01  CONTADOR-SOLICITADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-RETENIDOS PIC 9(6) VALUE ZERO.
       01  APROBACIONES-ARCHIVO-ESTADO PIC X(2).
       01  LEE-APROBACIONES PIC X.
       01  ID-SOLICITUD PIC 9(6).
       01  TIPO-SOLICITUD PIC X.
       01  SOLICITUD-PENDIENTE PIC X.
       01  TOTAL-SALARIOS-NUEVOS PIC 9(11)V99 VALUE ZERO.
       01  IMPORTE-AUDITORIA PIC 9(7).99.
       01  IMPORTE-LISTADO PIC Z(9)9.99.
       01  AUDITORIA-ACCION-ENTRADA PIC X(4).
       01  AUDITORIA-CAMPO-ENTRADA PIC X(12).
       01  VALOR-ANTERIOR-ENTRADA PIC X(35).
       01  VALOR-NUEVO-ENTRADA PIC X(35).
       01  VALOR-ANTERIOR-LISTADO PIC X(20).
       01  VALOR-NUEVO-LISTADO PIC X(20).

      *Días del mes comercial, como en la nómina mensual.
       01  DIAS-MES PIC 9(2) VALUE 30.
       01  DIA-EFECTO PIC 9(2).
       01  DIAS-PERIODO PIC 9(2).
       01  DIAS-TOPE PIC 9(2).
       01  DIAS-ATRASOS PIC S9(3).
       01  IMPORTE-ATRASOS PIC S9(7)V99 VALUE ZERO.
       01  TOTAL-ATRASOS PIC S9(9)V99 VALUE ZERO.
       01  PERIODO-REVISADO PIC 9(6).
       01  PERIODO-REVISADO-DESGLOSE REDEFINES PERIODO-REVISADO.
           05 PERIODO-REVISADO-ANO PIC 9(4).
           05 PERIODO-REVISADO-MES PIC 9(2).

      *Periodos con una nómina mensual finalizada en el libro de
      *control; un cambio con efecto en ellos llega tarde y genera
      *atrasos para la siguiente nómina.
       01  PP-MAXIMO PIC 9(3) VALUE 600.
       01  PP-TOTAL PIC 9(3) VALUE ZERO.
       01  PP-I PIC 9(3).
       01  PERIODO-BUSCADO PIC 9(6).
       01  PERIODO-PAGADO-IND PIC X.
       01  ULTIMO-PERIODO-PAGADO PIC 9(6) VALUE ZERO.
       01  TABLA-PERIODOS-PAGADOS.
           05 PP-PERIODO PIC 9(6) OCCURS 600.

       01  LINEA-TITULO.
           05 FILLER PIC X(20) VALUE "CAMBIOS PROGRAMADOS ".
           05 FILLER PIC X(10) VALUE "  Fecha: ".
           05 LT-FECHA PIC 9(8).
           05 FILLER PIC X(12) VALUE "   Pagina: ".
           05 LT-PAGINA PIC ZZ9.
           05 FILLER PIC X(27) VALUE "   Ultimo periodo pagado: ".
           05 LT-ULTIMO PIC 9(6).

       01  LINEA-SEPARADORA PIC X(132) VALUE ALL "-".

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(13) VALUE "CAMBIO".
           05 FILLER PIC X(10) VALUE "EFECTO".
           05 FILLER PIC X(21) VALUE "VALOR ANTERIOR".
           05 FILLER PIC X(21) VALUE "VALOR NUEVO".
           05 FILLER PIC X(6) VALUE "DIAS".
           05 FILLER PIC X(12) VALUE "ATRASOS".
           05 FILLER PIC X(20) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           05 LD-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-NOMBRE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-TIPO PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-EFECTO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ANTERIOR PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-NUEVO PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-DIAS PIC -ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ATRASOS PIC -(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-OBSERVACION PIC X(20).

       01  LINEA-RESUMEN.
           05 FILLER PIC X(11) VALUE "Aplicados: ".
           05 LR-APLICADOS PIC Z(5)9.
           05 FILLER PIC X(15) VALUE "  Rechazados: ".
           05 LR-RECHAZADOS PIC Z(5)9.
           05 FILLER PIC X(30) VALUE "  Pendientes de fecha futura: ".
           05 LR-FUTUROS PIC Z(5)9.
           05 FILLER PIC X(22) VALUE "  Atrasos estimados: ".
           05 LR-ATRASOS PIC -(9)9.99.

       01  LINEA-RESUMEN-APROBACION.
           05 FILLER PIC X(31) VALUE "Salarios pasados a aprobacion: ".
           05 LRA-SOLICITADOS PIC Z(5)9.
           05 FILLER PIC X(43)
               VALUE "  Retenidos por otro salario pendiente: ".
           05 LRA-RETENIDOS PIC Z(5)9.

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
       PERFORM PROCESAR-CAMBIOS.
       PERFORM ESCRIBIR-RESUMEN.
       PERFORM PROCEDIMIENTO-DE-CIERRE.
       DISPLAY "Cambios aplicados: " CONTADOR-APLICADOS.
       DISPLAY "Cambios rechazados: " CONTADOR-RECHAZADOS.
       DISPLAY "Cambios pendientes de fecha futura: " CONTADOR-FUTUROS.
       DISPLAY "Salarios pasados a aprobación: " CONTADOR-SOLICITADOS.
       DISPLAY "Salarios retenidos por otro pendiente: "
           CONTADOR-RETENIDOS.

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
       DISPLAY "Sólo un supervisor puede aplicar los cambios"
           " programados."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT CAMBIOS-ARCHIVO
       CLOSE CAMBIOS-ARCHIVO
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CAMBIOS-ARCHIVO-ESTADO
       STOP RUN.
       OPEN I-O EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE CAMBIOS-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF DEPARTAMENTOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de departamentos."
       CLOSE CAMBIOS-ARCHIVO
       CLOSE EMPLEADOS-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO = "00"
       MOVE "S" TO HISTORICO-DISPONIBLE
       ELSE
       DISPLAY "Sin histórico de nóminas, los atrasos se calculan"
           " por meses completos."
       END-IF.
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT APROBACIONES-ARCHIVO
       CLOSE APROBACIONES-ARCHIVO
       OPEN I-O APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           APROBACIONES-ARCHIVO-ESTADO
       STOP RUN.
       OPEN OUTPUT LISTADO-ARCHIVO.
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD.
       PERFORM ABRIR-CONTROL.
       PERFORM CARGAR-PERIODOS-PAGADOS.
       PERFORM REGISTRAR-INICIO-CONTROL.

       PROCEDIMIENTO-DE-CIERRE.
       PERFORM REGISTRAR-FIN-CONTROL.
       CLOSE CAMBIOS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
       IF HISTORICO-DISPONIBLE = "S"
       CLOSE HISTORICO-NOMINAS-ARCHIVO.
       CLOSE APROBACIONES-ARCHIVO.
       CLOSE LISTADO-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.

       ABRIR-CONTROL.
       OPEN I-O CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT CONTROL-ARCHIVO
       CLOSE CONTROL-ARCHIVO
       OPEN I-O CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CONTROL-ARCHIVO-ESTADO
       STOP RUN.

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

       REGISTRAR-INICIO-CONTROL.
       MOVE "CAPITULO-60" TO CONTROL-PROGRAMA.
       ACCEPT CONTROL-FECHA-INICIO FROM DATE YYYYMMDD.
       ACCEPT CONTROL-HORA-INICIO FROM TIME.
       MOVE CONTROL-FECHA-INICIO TO CONTROL-FECHA-GUARDADA.
       MOVE CONTROL-HORA-INICIO TO CONTROL-HORA-GUARDADA.
       MOVE "I" TO CONTROL-ESTADO.
       MOVE OPERADOR-ENTRADA TO CONTROL-OPERADOR.
       MOVE ZERO TO CONTROL-PERIODO.
       MOVE ZERO TO CONTROL-REGISTROS.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE SPACE TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

      *Los registros cuentan los cambios tratados hoy, aplicados
      *(departamento y baja) o pasados a aprobación (salario); el
      *total suma los salarios nuevos de estos últimos.
       REGISTRAR-FIN-CONTROL.
       MOVE "CAPITULO-60" TO CONTROL-PROGRAMA.
       MOVE CONTROL-FECHA-GUARDADA TO CONTROL-FECHA-INICIO.
       MOVE CONTROL-HORA-GUARDADA TO CONTROL-HORA-INICIO.
       READ CONTROL-ARCHIVO.
       MOVE "F" TO CONTROL-ESTADO.
       COMPUTE CONTROL-REGISTROS =
           CONTADOR-APLICADOS + CONTADOR-SOLICITADOS.
       MOVE TOTAL-SALARIOS-NUEVOS TO CONTROL-TOTAL.
       ACCEPT CONTROL-FECHA-FIN FROM DATE YYYYMMDD.
       ACCEPT CONTROL-HORA-FIN FROM TIME.
       REWRITE CONTROL-REGISTRO.
       CLOSE CONTROL-ARCHIVO.

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

      *Los cambios de cada empleado se leen por orden de fecha de
      *efecto; sólo se aplican los pendientes cuya fecha ha llegado.
       PROCESAR-CAMBIOS.
       MOVE ZERO TO CAMBIOS-ID.
       MOVE ZERO TO CAMBIOS-FECHA-EFECTO.
       MOVE LOW-VALUES TO CAMBIOS-TIPO.
       START CAMBIOS-ARCHIVO
           KEY IS NOT LESS THAN CAMBIOS-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-CAMBIOS
           NOT INVALID KEY
           MOVE "0" TO LEE-CAMBIOS
       END-START.
       PERFORM UNTIL LEE-CAMBIOS = "1"
       READ CAMBIOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CAMBIOS
       END-READ
       IF LEE-CAMBIOS NOT = "1" AND CAMBIOS-ESTADO = "P"
       IF CAMBIOS-FECHA-EFECTO > FECHA-EJECUCION
       ADD 1 TO CONTADOR-FUTUROS
       ELSE
       PERFORM APLICAR-CAMBIO
       END-IF
       END-IF
       END-PERFORM.

       APLICAR-CAMBIO.
       MOVE "S" TO CAMBIO-VALIDO.
       MOVE SPACE TO OBSERVACION.
       MOVE SPACE TO VALOR-ANTERIOR-LISTADO.
       MOVE SPACE TO VALOR-NUEVO-LISTADO.
       MOVE ZERO TO DIAS-ATRASOS.
       MOVE ZERO TO IMPORTE-ATRASOS.
       MOVE CAMBIOS-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           MOVE "N" TO EMPLEADOS-ENCONTRADO
           NOT INVALID KEY
           MOVE "S" TO EMPLEADOS-ENCONTRADO
       END-READ.
       IF EMPLEADOS-ENCONTRADO = "N"
       MOVE SPACE TO EMPLEADOS-NOMBRE
       MOVE "N" TO CAMBIO-VALIDO
       MOVE "EMPLEADO INEXISTENTE" TO OBSERVACION
       ELSE
       IF EMPLEADOS-SITUACION = "B"
       MOVE "N" TO CAMBIO-VALIDO
       MOVE "YA DADO DE BAJA" TO OBSERVACION
       ELSE
       EVALUATE CAMBIOS-TIPO
           WHEN "S"
           PERFORM APLICAR-SALARIO
           WHEN "D"
           PERFORM APLICAR-DEPARTAMENTO
           WHEN "B"
           PERFORM APLICAR-BAJA
           WHEN OTHER
           MOVE "N" TO CAMBIO-VALIDO
           MOVE "TIPO NO VALIDO" TO OBSERVACION
       END-EVALUATE
       END-IF
       END-IF.
       EVALUATE CAMBIO-VALIDO
           WHEN "S"
           MOVE "A" TO CAMBIOS-ESTADO
           ADD 1 TO CONTADOR-APLICADOS
           WHEN "E"
           MOVE "E" TO CAMBIOS-ESTADO
           ADD 1 TO CONTADOR-SOLICITADOS
           WHEN "P"
           ADD 1 TO CONTADOR-RETENIDOS
           WHEN OTHER
           MOVE "R" TO CAMBIOS-ESTADO
           ADD 1 TO CONTADOR-RECHAZADOS
       END-EVALUATE.
       IF CAMBIO-VALIDO NOT = "P"
       MOVE FECHA-EJECUCION TO CAMBIOS-FECHA-APLICACION
       REWRITE CAMBIOS-REGISTRO
       END-IF.
       PERFORM ESCRIBIR-DETALLE.

      *El salario programado no entra en el maestro: queda como una
      *solicitud pendiente, igual que un cambio de salario a mano, y
      *el cambio pasa a la situación E hasta que CAPITULO-61 lo
      *apruebe o lo rechace. Si el empleado ya tiene un salario
      *pendiente, el cambio sigue en P y se reintenta otro día.
       APLICAR-SALARIO.
       MOVE EMPLEADOS-ID TO ID-SOLICITUD.
       MOVE "S" TO TIPO-SOLICITUD.
       PERFORM BUSCAR-SOLICITUD-PENDIENTE.
       IF SOLICITUD-PENDIENTE = "S"
       MOVE "P" TO CAMBIO-VALIDO
       MOVE "OTRO SALARIO PEND." TO OBSERVACION
       ELSE
       PERFORM SOLICITAR-CAMBIO-SALARIO
       END-IF.
       IF CAMBIO-VALIDO = "E"
       PERFORM ESTIMAR-ATRASOS
       END-IF.

       SOLICITAR-CAMBIO-SALARIO.
       MOVE EMPLEADOS-ID TO APROBACIONES-ID.
       MOVE "S" TO APROBACIONES-TIPO.
       ACCEPT APROBACIONES-FECHA-SOLICITUD FROM DATE YYYYMMDD.
       ACCEPT APROBACIONES-HORA-SOLICITUD FROM TIME.
       MOVE EMPLEADOS-SALARIO TO APROBACIONES-SALARIO-ANTERIOR.
       MOVE CAMBIOS-SALARIO TO APROBACIONES-SALARIO-NUEVO.
       MOVE SPACE TO APROBACIONES-IBAN-ANTERIOR.
       MOVE SPACE TO APROBACIONES-IBAN-NUEVO.
       MOVE CAMBIOS-OPERADOR TO APROBACIONES-OPERADOR-SOLICITUD.
       MOVE "P" TO APROBACIONES-ESTADO.
       MOVE SPACE TO APROBACIONES-OPERADOR-DECISION.
       MOVE ZERO TO APROBACIONES-FECHA-DECISION.
       MOVE ZERO TO APROBACIONES-HORA-DECISION.
       WRITE APROBACIONES-REGISTRO
           INVALID KEY
           MOVE "P" TO CAMBIO-VALIDO
           MOVE "SOLICITUD NO GRABADA" TO OBSERVACION
           NOT INVALID KEY
           MOVE "E" TO CAMBIO-VALIDO
           MOVE "PEND. APROBACION" TO OBSERVACION
           PERFORM AUDITAR-SOLICITUD-SALARIO
       END-WRITE.

       AUDITAR-SOLICITUD-SALARIO.
       MOVE "SOLI" TO AUDITORIA-ACCION-ENTRADA.
       MOVE "SALARIO" TO AUDITORIA-CAMPO-ENTRADA.
       MOVE EMPLEADOS-SALARIO TO IMPORTE-AUDITORIA.
       MOVE IMPORTE-AUDITORIA TO VALOR-ANTERIOR-ENTRADA.
       MOVE CAMBIOS-SALARIO TO IMPORTE-AUDITORIA.
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

      *Los atrasos se estiman con los periodos pagados hoy; la
      *aprobación los vuelve a calcular desde la fecha de efecto con
      *los periodos pagados en ese momento.
       ESTIMAR-ATRASOS.
       MOVE EMPLEADOS-SALARIO TO CAMBIOS-SALARIO-ANTERIOR.
       ADD CAMBIOS-SALARIO TO TOTAL-SALARIOS-NUEVOS.
       MOVE CAMBIOS-SALARIO-ANTERIOR TO IMPORTE-LISTADO.
       MOVE IMPORTE-LISTADO TO VALOR-ANTERIOR-LISTADO.
       MOVE CAMBIOS-SALARIO TO IMPORTE-LISTADO.
       MOVE IMPORTE-LISTADO TO VALOR-NUEVO-LISTADO.
       MOVE ULTIMO-PERIODO-PAGADO TO CAMBIOS-ULTIMO-PAGADO.
       PERFORM CALCULAR-DIAS-ATRASOS.
       MOVE DIAS-ATRASOS TO CAMBIOS-DIAS-ATRASOS.
       MOVE ZERO TO CAMBIOS-PERIODO-ATRASOS.
       COMPUTE IMPORTE-ATRASOS ROUNDED =
           (CAMBIOS-SALARIO - CAMBIOS-SALARIO-ANTERIOR) / 12
           * DIAS-ATRASOS / DIAS-MES.
       ADD IMPORTE-ATRASOS TO TOTAL-ATRASOS.

      *Con el mes de efecto ya pagado se cuentan los días pagados con
      *el salario anterior desde la fecha de efecto hasta el último
      *periodo cerrado; la siguiente nómina abona la diferencia.
      *Si el mes de efecto aún no se ha pagado, la nómina lo pagará
      *entero con el salario nuevo y los días anteriores a la fecha
      *de efecto se regularizan en negativo.
       CALCULAR-DIAS-ATRASOS.
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

      *El código ocupa las cuatro primeras posiciones del campo.
       APLICAR-DEPARTAMENTO.
       MOVE CAMBIOS-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
       READ DEPARTAMENTOS-ARCHIVO
           INVALID KEY
           MOVE "N" TO CAMBIO-VALIDO
           MOVE "DEPT. INEXISTENTE" TO OBSERVACION
       END-READ.
       MOVE EMPLEADOS-DEPARTAMENTO TO VALOR-ANTERIOR-LISTADO.
       MOVE CAMBIOS-DEPARTAMENTO TO VALOR-NUEVO-LISTADO.
       IF CAMBIO-VALIDO = "S"
       MOVE "CAMB" TO AUDITORIA-ACCION-ENTRADA
       MOVE "DEPARTAMENTO" TO AUDITORIA-CAMPO-ENTRADA
       MOVE EMPLEADOS-DEPARTAMENTO TO VALOR-ANTERIOR-ENTRADA
       MOVE CAMBIOS-DEPARTAMENTO TO VALOR-NUEVO-ENTRADA
       MOVE CAMBIOS-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
       REWRITE EMPLEADOS-REGISTRO
       PERFORM REGISTRAR-AUDITORIA
       END-IF.

      *Una baja con efecto en un mes ya pagado deja días cobrados de
      *más: se señala en el informe para regularizarla a mano.
       APLICAR-BAJA.
       MOVE "B" TO EMPLEADOS-SITUACION.
       MOVE CAMBIOS-FECHA-EFECTO TO EMPLEADOS-FECHA-BAJA.
       REWRITE EMPLEADOS-REGISTRO.
       MOVE "BAJA" TO AUDITORIA-ACCION-ENTRADA.
       MOVE SPACE TO AUDITORIA-CAMPO-ENTRADA.
       MOVE SPACE TO VALOR-ANTERIOR-ENTRADA.
       MOVE SPACE TO VALOR-NUEVO-ENTRADA.
       PERFORM REGISTRAR-AUDITORIA.
       IF CAMBIOS-EFECTO-AAAAMM NOT > ULTIMO-PERIODO-PAGADO
       MOVE "REVISAR: MES PAGADO" TO OBSERVACION.

       REGISTRAR-AUDITORIA.
       MOVE EMPLEADOS-ID TO AUDITORIA-ID.
       MOVE AUDITORIA-ACCION-ENTRADA TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE AUDITORIA-CAMPO-ENTRADA TO AUDITORIA-CAMPO.
       MOVE VALOR-ANTERIOR-ENTRADA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE VALOR-NUEVO-ENTRADA TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       ESCRIBIR-DETALLE.
       IF CONTADOR-LINEAS = ZERO
       PERFORM ESCRIBIR-CABECERA
       END-IF.
       MOVE CAMBIOS-ID TO LD-ID.
       MOVE EMPLEADOS-NOMBRE TO LD-NOMBRE.
       EVALUATE CAMBIOS-TIPO
           WHEN "S"
           MOVE "SALARIO" TO LD-TIPO
           WHEN "D"
           MOVE "DEPARTAMENTO" TO LD-TIPO
           WHEN "B"
           MOVE "BAJA" TO LD-TIPO
           WHEN OTHER
           MOVE CAMBIOS-TIPO TO LD-TIPO
       END-EVALUATE.
       MOVE CAMBIOS-FECHA-EFECTO TO LD-EFECTO.
       MOVE VALOR-ANTERIOR-LISTADO TO LD-ANTERIOR.
       MOVE VALOR-NUEVO-LISTADO TO LD-NUEVO.
       MOVE DIAS-ATRASOS TO LD-DIAS.
       MOVE IMPORTE-ATRASOS TO LD-ATRASOS.
       MOVE OBSERVACION TO LD-OBSERVACION.
       MOVE LINEA-DETALLE TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       ADD 1 TO CONTADOR-LINEAS.
       IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
       MOVE ZERO TO CONTADOR-LINEAS.

       ESCRIBIR-CABECERA.
       ADD 1 TO NUMERO-PAGINA.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       MOVE NUMERO-PAGINA TO LT-PAGINA.
       MOVE ULTIMO-PERIODO-PAGADO TO LT-ULTIMO.
       MOVE LINEA-TITULO TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE LINEA-SEPARADORA TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE LINEA-CABECERA-COLUMNAS TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE LINEA-SEPARADORA TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE ZERO TO CONTADOR-LINEAS.

       ESCRIBIR-RESUMEN.
       IF NUMERO-PAGINA = ZERO
       PERFORM ESCRIBIR-CABECERA.
       MOVE LINEA-SEPARADORA TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE CONTADOR-APLICADOS TO LR-APLICADOS.
       MOVE CONTADOR-RECHAZADOS TO LR-RECHAZADOS.
       MOVE CONTADOR-FUTUROS TO LR-FUTUROS.
       MOVE TOTAL-ATRASOS TO LR-ATRASOS.
       MOVE LINEA-RESUMEN TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE CONTADOR-SOLICITADOS TO LRA-SOLICITADOS.
       MOVE CONTADOR-RETENIDOS TO LRA-RETENIDOS.
       MOVE LINEA-RESUMEN-APROBACION TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       END PROGRAM CAPITULO-60.
