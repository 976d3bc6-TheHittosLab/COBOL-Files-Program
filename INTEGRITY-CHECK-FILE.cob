       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-65.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivo físico en modo dinámico.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS EMPLEADOS-ESTADO.
      *Archivo histórico acumulativo de bajas traspasadas.
       SELECT HISTORICO-ARCHIVO
       ASSIGN TO "historico.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISTORICO-ID
       ALTERNATE RECORD KEY IS HISTORICO-APELLIDOS
       WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISTORICO-ESTADO.
      *Archivo de datos bancarios por empleado.
       SELECT CUENTAS-ARCHIVO
       ASSIGN TO "cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUENTAS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CUENTAS-ESTADO.
      *Archivo de ausencias por empleado y rango de fechas.
       SELECT AUSENCIAS-ARCHIVO
       ASSIGN TO "ausencias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUSENCIAS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS AUSENCIAS-ESTADO.
      *Acumulados anuales por empleado para los certificados.
       SELECT ACUMULADOS-ARCHIVO
       ASSIGN TO "acumulados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ACUMULADOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ACUMULADOS-ESTADO.
      *Archivo de referencia de departamentos.
       SELECT DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEPARTAMENTOS-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPARTAMENTOS-ESTADO.
      *Registros apartados de los archivos satélite.
       SELECT CUARENTENA-ARCHIVO
       ASSIGN TO "cuarentena.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CUARENTENA-ESTADO.
      *Informe de integridad entre archivos.
       SELECT INTEGRIDAD-ARCHIVO
       ASSIGN TO "integridad.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
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
      *Libro de control de ejecuciones de los procesos por lotes.
       SELECT CONTROL-ARCHIVO
       ASSIGN TO "control.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CONTROL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONTROL-ARCHIVO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
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

      *Mismo diseño que EMPLEADOS-REGISTRO.
       FD HISTORICO-ARCHIVO.
       01 HISTORICO-REGISTRO.
           05 HISTORICO-ID PIC 9(6).
           05 HISTORICO-NOMBRE PIC X(25).
           05 HISTORICO-APELLIDOS PIC X(35).
           05 HISTORICO-FECHA-NACIMIENTO PIC 9(8).
           05 HISTORICO-TELEFONO PIC X(9).
           05 HISTORICO-DIRECCION PIC X(35).
           05 HISTORICO-DEPARTAMENTO PIC X(20).
           05 HISTORICO-FECHA-ALTA PIC 9(8).
           05 HISTORICO-SALARIO PIC 9(7)V99.
           05 HISTORICO-SITUACION PIC X.
           05 HISTORICO-FECHA-BAJA PIC 9(8).

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

      *Tipos: P permiso sin sueldo, E enfermedad, A alta a mitad de
      *mes, B baja a mitad de mes. Todos descuentan días de nómina.
       FD AUSENCIAS-ARCHIVO.
       01 AUSENCIAS-REGISTRO.
           05 AUSENCIAS-CLAVE.
               10 AUSENCIAS-ID PIC 9(6).
               10 AUSENCIAS-FECHA-DESDE PIC 9(8).
           05 AUSENCIAS-FECHA-HASTA PIC 9(8).
           05 AUSENCIAS-TIPO PIC X.

      *El registro con ID 000000 de cada año es el de control y
      *acumula en el bruto los totales brutos de cada nómina mensual.
       FD ACUMULADOS-ARCHIVO.
       01 ACUMULADOS-REGISTRO.
           05 ACUMULADOS-CLAVE.
               10 ACUMULADOS-ANO PIC 9(4).
               10 ACUMULADOS-ID PIC 9(6).
           05 ACUMULADOS-NOMBRE PIC X(25).
           05 ACUMULADOS-APELLIDOS PIC X(35).
           05 ACUMULADOS-BRUTO PIC 9(9)V99.
           05 ACUMULADOS-IRPF PIC 9(9)V99.
           05 ACUMULADOS-SS PIC 9(9)V99.
           05 ACUMULADOS-MESES PIC 9(2).

       FD DEPARTAMENTOS-ARCHIVO.
       01 DEPARTAMENTOS-REGISTRO.
           05 DEPARTAMENTOS-CODIGO PIC X(4).
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

      *Origen: CUENTAS o AUSENCIAS. Los datos son el registro tal
      *como estaba en su archivo, para poder reponerlo.
       FD CUARENTENA-ARCHIVO.
       01 CUARENTENA-REGISTRO.
           05 CUARENTENA-ORIGEN PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CUARENTENA-FECHA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CUARENTENA-DATOS PIC X(60).

       FD INTEGRIDAD-ARCHIVO.
       01 LINEA-INTEGRIDAD PIC X(120).

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
       01  LEE-TODO PIC X.
       01  SI-NO PIC X.
       01  EMPLEADOS-ESTADO PIC X(2).
       01  HISTORICO-ESTADO PIC X(2).
       01  CUENTAS-ESTADO PIC X(2).
       01  AUSENCIAS-ESTADO PIC X(2).
       01  ACUMULADOS-ESTADO PIC X(2).
       01  DEPARTAMENTOS-ESTADO PIC X(2).
       01  CUARENTENA-ESTADO PIC X(2).
       01  AUDITORIA-ESTADO PIC X(2).
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
       01  FECHA-EJECUCION PIC 9(8).

      *Con "S" los huérfanos de cuentas y ausencias se apartan a
      *cuarentena.dat; con "N" sólo se informa.
       01  MODO-CORRECCION PIC X VALUE "N".
      *Los archivos satélite que aún no existen no se comprueban.
       01  HISTORICO-DISPONIBLE PIC X VALUE "N".
       01  CUENTAS-DISPONIBLE PIC X VALUE "N".
       01  AUSENCIAS-DISPONIBLE PIC X VALUE "N".
       01  ACUMULADOS-DISPONIBLE PIC X VALUE "N".
       01  DEPARTAMENTOS-DISPONIBLE PIC X VALUE "N".

      *Clasificación de un ID de archivo satélite: M en el maestro,
      *H sólo en el histórico de bajas, S en ninguno (huérfano real).
       01  ID-BUSCADO PIC 9(6).
       01  SITUACION-ID PIC X.

       01  ANO-EN-CURSO PIC 9(4) VALUE ZERO.
       01  CONTROL-ANO-EXISTE PIC X.
       01  CONTROL-ANO-BRUTO PIC 9(9)V99.
       01  SUMA-ANO-BRUTO PIC 9(11)V99.
       01  IMPORTE-EDITADO-1 PIC Z(10)9.99.
       01  IMPORTE-EDITADO-2 PIC Z(10)9.99.

       01  CONTADOR-EMPLEADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-INCIDENCIAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-APARTADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-HUERFANOS-CUENTAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-HUERFANOS-AUSENCIAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-HUERFANOS-ACUMULADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-SIN-DEPARTAMENTO PIC 9(6) VALUE ZERO.
       01  CONTADOR-SIN-CENTRO PIC 9(6) VALUE ZERO.
       01  CONTADOR-EN-HISTORICO PIC 9(6) VALUE ZERO.
       01  CONTADOR-SIN-CUENTA PIC 9(6) VALUE ZERO.
       01  CONTADOR-ANOS-DESCUADRADOS PIC 9(6) VALUE ZERO.

       01  LINEA-TITULO.
           05 FILLER PIC X(36)
               VALUE "INTEGRIDAD ENTRE ARCHIVOS".
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 LT-FECHA PIC 9(8).
           05 FILLER PIC X(10) VALUE "   Modo: ".
           05 LT-MODO PIC X(30).

       01  LINEA-SEPARADORA PIC X(120) VALUE ALL "-".

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(14) VALUE "ARCHIVO".
           05 FILLER PIC X(18) VALUE "CLAVE".
           05 FILLER PIC X(32) VALUE "INCIDENCIA".
           05 FILLER PIC X(42) VALUE "DETALLE".
           05 FILLER PIC X(12) VALUE "ACCION".

       01  LINEA-DETALLE.
           05 LD-ARCHIVO PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CLAVE PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-INCIDENCIA PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DETALLE PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ACCION PIC X(12).

       01  LINEA-TOTAL.
           05 LTO-TEXTO PIC X(45).
           05 LTO-VALOR PIC Z(5)9.

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       01  SESION-COMPARTIDA EXTERNAL.
           05 SESION-ACTIVA PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

      *Ejecución dentro de la cadena nocturna (CAPITULO-64): sólo
      *se informa, sin apartar registros ni pedir confirmación.
       01  CADENA-NOCTURNA EXTERNAL.
           05 CADENA-ACTIVA PIC X.
           05 CADENA-PERIODO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       PERFORM ESCRIBIR-CABECERA.
       PERFORM COMPROBAR-MAESTRO.
       PERFORM COMPROBAR-DEPARTAMENTOS.
       PERFORM COMPROBAR-CUENTAS.
       PERFORM COMPROBAR-AUSENCIAS.
       PERFORM COMPROBAR-ACUMULADOS.
       PERFORM ESCRIBIR-TOTALES.
       PERFORM PROCEDIMIENTO-DE-CIERRE.
       DISPLAY "Incidencias encontradas: " CONTADOR-INCIDENCIAS.
       DISPLAY "Registros apartados a cuarentena: "
           CONTADOR-APARTADOS.

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
       DISPLAY "Sólo un supervisor puede revisar la integridad."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       PERFORM ELEGIR-MODO.
       PERFORM ABRIR-SATELITES.
       OPEN OUTPUT INTEGRIDAD-ARCHIVO.
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD.
       PERFORM REGISTRAR-INICIO-CONTROL.

       PROCEDIMIENTO-DE-CIERRE.
       PERFORM REGISTRAR-FIN-CONTROL.
       CLOSE EMPLEADOS-ARCHIVO.
       IF HISTORICO-DISPONIBLE = "S"
       CLOSE HISTORICO-ARCHIVO.
       IF CUENTAS-DISPONIBLE = "S"
       CLOSE CUENTAS-ARCHIVO.
       IF AUSENCIAS-DISPONIBLE = "S"
       CLOSE AUSENCIAS-ARCHIVO.
       IF ACUMULADOS-DISPONIBLE = "S"
       CLOSE ACUMULADOS-ARCHIVO.
       IF DEPARTAMENTOS-DISPONIBLE = "S"
       CLOSE DEPARTAMENTOS-ARCHIVO.
       IF MODO-CORRECCION = "S"
       CLOSE CUARENTENA-ARCHIVO.
       CLOSE INTEGRIDAD-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.

      *Sólo se apartan los huérfanos reales de cuentas y ausencias:
      *los acumulados sostienen los certificados y el control anual.
       ELEGIR-MODO.
       MOVE "N" TO MODO-CORRECCION.
       IF CADENA-ACTIVA NOT = "S"
       DISPLAY "¿Apartar a cuarentena las cuentas y ausencias"
       DISPLAY "de ID inexistentes (S/N)?"
       ACCEPT SI-NO
       IF SI-NO = "S" OR SI-NO = "s"
       MOVE "S" TO MODO-CORRECCION
       END-IF
       END-IF.
       IF MODO-CORRECCION = "S"
       OPEN EXTEND CUARENTENA-ARCHIVO
       IF CUARENTENA-ESTADO = "35"
       OPEN OUTPUT CUARENTENA-ARCHIVO
       END-IF
       IF CUARENTENA-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CUARENTENA-ESTADO
       STOP RUN
       END-IF
       END-IF.

      *Un archivo que todavía no existe (35) se da por vacío; en modo
      *corrección cuentas y ausencias se abren para poder borrar.
       ABRIR-SATELITES.
       OPEN INPUT HISTORICO-ARCHIVO.
       IF HISTORICO-ESTADO = "00"
       MOVE "S" TO HISTORICO-DISPONIBLE
       ELSE
       IF HISTORICO-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           HISTORICO-ESTADO
       STOP RUN
       END-IF
       END-IF.
       IF MODO-CORRECCION = "S"
       OPEN I-O CUENTAS-ARCHIVO
       ELSE
       OPEN INPUT CUENTAS-ARCHIVO
       END-IF.
       IF CUENTAS-ESTADO = "00"
       MOVE "S" TO CUENTAS-DISPONIBLE
       ELSE
       IF CUENTAS-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CUENTAS-ESTADO
       STOP RUN
       END-IF
       END-IF.
       IF MODO-CORRECCION = "S"
       OPEN I-O AUSENCIAS-ARCHIVO
       ELSE
       OPEN INPUT AUSENCIAS-ARCHIVO
       END-IF.
       IF AUSENCIAS-ESTADO = "00"
       MOVE "S" TO AUSENCIAS-DISPONIBLE
       ELSE
       IF AUSENCIAS-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           AUSENCIAS-ESTADO
       STOP RUN
       END-IF
       END-IF.
       OPEN INPUT ACUMULADOS-ARCHIVO.
       IF ACUMULADOS-ESTADO = "00"
       MOVE "S" TO ACUMULADOS-DISPONIBLE
       ELSE
       IF ACUMULADOS-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           ACUMULADOS-ESTADO
       STOP RUN
       END-IF
       END-IF.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF DEPARTAMENTOS-ESTADO = "00"
       MOVE "S" TO DEPARTAMENTOS-DISPONIBLE
       ELSE
       IF DEPARTAMENTOS-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           DEPARTAMENTOS-ESTADO
       STOP RUN
       END-IF
       END-IF.

       REGISTRAR-INICIO-CONTROL.
       OPEN I-O CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT CONTROL-ARCHIVO
       CLOSE CONTROL-ARCHIVO
       OPEN I-O CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CONTROL-ARCHIVO-ESTADO
       STOP RUN.
       MOVE "CAPITULO-65" TO CONTROL-PROGRAMA.
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
       IF MODO-CORRECCION = "S"
       MOVE "CORRECC" TO CONTROL-REFERENCIA
       ELSE
       MOVE "INFORME" TO CONTROL-REFERENCIA
       END-IF.
       WRITE CONTROL-REGISTRO.

      *Registros: incidencias encontradas; total: registros
      *apartados a cuarentena.
       REGISTRAR-FIN-CONTROL.
       MOVE "CAPITULO-65" TO CONTROL-PROGRAMA.
       MOVE CONTROL-FECHA-GUARDADA TO CONTROL-FECHA-INICIO.
       MOVE CONTROL-HORA-GUARDADA TO CONTROL-HORA-INICIO.
       READ CONTROL-ARCHIVO.
       MOVE "F" TO CONTROL-ESTADO.
       MOVE CONTADOR-INCIDENCIAS TO CONTROL-REGISTROS.
       MOVE CONTADOR-APARTADOS TO CONTROL-TOTAL.
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

       ESCRIBIR-CABECERA.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       IF MODO-CORRECCION = "S"
       MOVE "CORRECCION CON CUARENTENA" TO LT-MODO
       ELSE
       MOVE "SOLO INFORME" TO LT-MODO
       END-IF.
       MOVE LINEA-TITULO TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       MOVE LINEA-SEPARADORA TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       MOVE LINEA-CABECERA-COLUMNAS TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       MOVE LINEA-SEPARADORA TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.

       ESCRIBIR-INCIDENCIA.
       MOVE LINEA-DETALLE TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       ADD 1 TO CONTADOR-INCIDENCIAS.
       MOVE SPACE TO LD-DETALLE.
       MOVE SPACE TO LD-ACCION.

       ESCRIBIR-NO-DISPONIBLE.
       MOVE SPACE TO LD-CLAVE.
       MOVE "ARCHIVO NO DISPONIBLE" TO LD-INCIDENCIA.
       MOVE "NO SE COMPRUEBA" TO LD-DETALLE.
       MOVE SPACE TO LD-ACCION.
       MOVE LINEA-DETALLE TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       MOVE SPACE TO LD-DETALLE.

      *Un recorrido del maestro cubre el departamento, la presencia
      *en el histórico de bajas y la cuenta de los activos.
       COMPROBAR-MAESTRO.
       MOVE "0" TO LEE-TODO.
       PERFORM UNTIL LEE-TODO = "1"
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       ADD 1 TO CONTADOR-EMPLEADOS
       PERFORM COMPROBAR-EMPLEADO
       END-IF
       END-PERFORM.

       COMPROBAR-EMPLEADO.
       MOVE "EMPLEADOS" TO LD-ARCHIVO.
       MOVE EMPLEADOS-ID TO LD-CLAVE.
       IF DEPARTAMENTOS-DISPONIBLE = "S"
       PERFORM COMPROBAR-DEPARTAMENTO-EMPLEADO.
       IF HISTORICO-DISPONIBLE = "S"
       PERFORM COMPROBAR-EMPLEADO-HISTORICO.
       IF CUENTAS-DISPONIBLE = "S" AND EMPLEADOS-SITUACION NOT = "B"
       PERFORM COMPROBAR-CUENTA-EMPLEADO.

      *El código ocupa las cuatro primeras posiciones del campo.
       COMPROBAR-DEPARTAMENTO-EMPLEADO.
       IF EMPLEADOS-DEPARTAMENTO = SPACE
       MOVE "SIN DEPARTAMENTO" TO LD-INCIDENCIA
       ADD 1 TO CONTADOR-SIN-DEPARTAMENTO
       PERFORM ESCRIBIR-INCIDENCIA
       ELSE
       MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO
       READ DEPARTAMENTOS-ARCHIVO
           INVALID KEY
           MOVE "DEPARTAMENTO INEXISTENTE" TO LD-INCIDENCIA
           MOVE EMPLEADOS-DEPARTAMENTO TO LD-DETALLE
           ADD 1 TO CONTADOR-SIN-DEPARTAMENTO
           PERFORM ESCRIBIR-INCIDENCIA
       END-READ
       END-IF.

       COMPROBAR-EMPLEADO-HISTORICO.
       MOVE EMPLEADOS-ID TO HISTORICO-ID.
       READ HISTORICO-ARCHIVO
           NOT INVALID KEY
           MOVE "TAMBIEN EN HISTORICO DE BAJAS" TO LD-INCIDENCIA
           MOVE SPACE TO LD-DETALLE
           STRING "BAJA ARCHIVADA " DELIMITED BY SIZE
               HISTORICO-FECHA-BAJA DELIMITED BY SIZE
               INTO LD-DETALLE
           ADD 1 TO CONTADOR-EN-HISTORICO
           PERFORM ESCRIBIR-INCIDENCIA
       END-READ.

       COMPROBAR-CUENTA-EMPLEADO.
       MOVE EMPLEADOS-ID TO CUENTAS-ID.
       READ CUENTAS-ARCHIVO
           INVALID KEY
           MOVE "ACTIVO SIN CUENTA BANCARIA" TO LD-INCIDENCIA
           MOVE EMPLEADOS-APELLIDOS TO LD-DETALLE
           ADD 1 TO CONTADOR-SIN-CUENTA
           PERFORM ESCRIBIR-INCIDENCIA
       END-READ.

       COMPROBAR-DEPARTAMENTOS.
       MOVE "DEPARTAMENT." TO LD-ARCHIVO.
       IF DEPARTAMENTOS-DISPONIBLE = "N"
       PERFORM ESCRIBIR-NO-DISPONIBLE
       ELSE
       MOVE SPACE TO DEPARTAMENTOS-CODIGO
       START DEPARTAMENTOS-ARCHIVO
           KEY IS NOT LESS THAN DEPARTAMENTOS-CODIGO
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START
       PERFORM UNTIL LEE-TODO = "1"
       READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       AND DEPARTAMENTOS-CENTRO-COSTE = SPACE
       MOVE DEPARTAMENTOS-CODIGO TO LD-CLAVE
       MOVE "SIN CENTRO DE COSTE" TO LD-INCIDENCIA
       MOVE DEPARTAMENTOS-NOMBRE TO LD-DETALLE
       ADD 1 TO CONTADOR-SIN-CENTRO
       PERFORM ESCRIBIR-INCIDENCIA
       END-IF
       END-PERFORM
       END-IF.

      *Un ID que sólo está en el histórico es de un antiguo
      *empleado: se informa pero se conserva.
       CLASIFICAR-ID.
       MOVE ID-BUSCADO TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           MOVE "S" TO SITUACION-ID
           NOT INVALID KEY
           MOVE "M" TO SITUACION-ID
       END-READ.
       IF SITUACION-ID = "S" AND HISTORICO-DISPONIBLE = "S"
       MOVE ID-BUSCADO TO HISTORICO-ID
       READ HISTORICO-ARCHIVO
           NOT INVALID KEY
           MOVE "H" TO SITUACION-ID
       END-READ
       END-IF.

       DESCRIBIR-HUERFANO.
       IF SITUACION-ID = "H"
       MOVE "ID SOLO EN HISTORICO DE BAJAS" TO LD-INCIDENCIA
       MOVE "SE CONSERVA" TO LD-ACCION
       ELSE
       MOVE "ID INEXISTENTE" TO LD-INCIDENCIA
       IF MODO-CORRECCION = "S"
       MOVE "CUARENTENA" TO LD-ACCION
       ELSE
       MOVE SPACE TO LD-ACCION
       END-IF
       END-IF.

       COMPROBAR-CUENTAS.
       MOVE "CUENTAS" TO LD-ARCHIVO.
       IF CUENTAS-DISPONIBLE = "N"
       PERFORM ESCRIBIR-NO-DISPONIBLE
       ELSE
       MOVE ZERO TO CUENTAS-ID
       START CUENTAS-ARCHIVO
           KEY IS NOT LESS THAN CUENTAS-ID
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START
       PERFORM UNTIL LEE-TODO = "1"
       READ CUENTAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       PERFORM COMPROBAR-CUENTA
       END-IF
       END-PERFORM
       END-IF.

       COMPROBAR-CUENTA.
       MOVE CUENTAS-ID TO ID-BUSCADO.
       PERFORM CLASIFICAR-ID.
       IF SITUACION-ID NOT = "M"
       MOVE CUENTAS-ID TO LD-CLAVE
       PERFORM DESCRIBIR-HUERFANO
       MOVE CUENTAS-IBAN TO LD-DETALLE
       ADD 1 TO CONTADOR-HUERFANOS-CUENTAS
       PERFORM ESCRIBIR-INCIDENCIA
       IF SITUACION-ID = "S" AND MODO-CORRECCION = "S"
       PERFORM APARTAR-CUENTA
       END-IF
       END-IF.

       APARTAR-CUENTA.
       MOVE "CUENTAS" TO CUARENTENA-ORIGEN.
       MOVE FECHA-EJECUCION TO CUARENTENA-FECHA.
       MOVE CUENTAS-REGISTRO TO CUARENTENA-DATOS.
       WRITE CUARENTENA-REGISTRO.
       DELETE CUENTAS-ARCHIVO RECORD
           INVALID KEY
           DISPLAY "No se pudo borrar la cuenta " CUENTAS-ID
           NOT INVALID KEY
           ADD 1 TO CONTADOR-APARTADOS
           MOVE CUENTAS-ID TO AUDITORIA-ID
           MOVE "CUENTAS" TO AUDITORIA-CAMPO
           MOVE CUENTAS-IBAN TO AUDITORIA-VALOR-ANTERIOR
           PERFORM AUDITAR-CUARENTENA
       END-DELETE.

       COMPROBAR-AUSENCIAS.
       MOVE "AUSENCIAS" TO LD-ARCHIVO.
       IF AUSENCIAS-DISPONIBLE = "N"
       PERFORM ESCRIBIR-NO-DISPONIBLE
       ELSE
       MOVE ZERO TO AUSENCIAS-ID
       MOVE ZERO TO AUSENCIAS-FECHA-DESDE
       START AUSENCIAS-ARCHIVO
           KEY IS NOT LESS THAN AUSENCIAS-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START
       PERFORM UNTIL LEE-TODO = "1"
       READ AUSENCIAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       PERFORM COMPROBAR-AUSENCIA
       END-IF
       END-PERFORM
       END-IF.

       COMPROBAR-AUSENCIA.
       MOVE AUSENCIAS-ID TO ID-BUSCADO.
       PERFORM CLASIFICAR-ID.
       IF SITUACION-ID NOT = "M"
       MOVE SPACE TO LD-CLAVE
       STRING AUSENCIAS-ID DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AUSENCIAS-FECHA-DESDE DELIMITED BY SIZE
           INTO LD-CLAVE
       PERFORM DESCRIBIR-HUERFANO
       PERFORM DESCRIBIR-AUSENCIA
       ADD 1 TO CONTADOR-HUERFANOS-AUSENCIAS
       PERFORM ESCRIBIR-INCIDENCIA
       IF SITUACION-ID = "S" AND MODO-CORRECCION = "S"
       PERFORM APARTAR-AUSENCIA
       END-IF
       END-IF.

       DESCRIBIR-AUSENCIA.
       MOVE SPACE TO LD-DETALLE.
       STRING "HASTA " DELIMITED BY SIZE
           AUSENCIAS-FECHA-HASTA DELIMITED BY SIZE
           " TIPO " DELIMITED BY SIZE
           AUSENCIAS-TIPO DELIMITED BY SIZE
           INTO LD-DETALLE.

       APARTAR-AUSENCIA.
       MOVE "AUSENCIAS" TO CUARENTENA-ORIGEN.
       MOVE FECHA-EJECUCION TO CUARENTENA-FECHA.
       MOVE AUSENCIAS-REGISTRO TO CUARENTENA-DATOS.
       WRITE CUARENTENA-REGISTRO.
       DELETE AUSENCIAS-ARCHIVO RECORD
           INVALID KEY
           DISPLAY "No se pudo borrar la ausencia " AUSENCIAS-ID
               " " AUSENCIAS-FECHA-DESDE
           NOT INVALID KEY
           ADD 1 TO CONTADOR-APARTADOS
           MOVE AUSENCIAS-ID TO AUDITORIA-ID
           MOVE "AUSENCIAS" TO AUDITORIA-CAMPO
           MOVE SPACE TO AUDITORIA-VALOR-ANTERIOR
           STRING AUSENCIAS-FECHA-DESDE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               AUSENCIAS-FECHA-HASTA DELIMITED BY SIZE
               " TIPO " DELIMITED BY SIZE
               AUSENCIAS-TIPO DELIMITED BY SIZE
               INTO AUDITORIA-VALOR-ANTERIOR
           PERFORM AUDITAR-CUARENTENA
       END-DELETE.

       AUDITAR-CUARENTENA.
       MOVE "CUAR" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "CUARENTENA" TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

      *Los acumulados van por año y, dentro de cada año, el control
      *000000 llega primero: al cambiar de año se cuadra el anterior.
       COMPROBAR-ACUMULADOS.
       MOVE "ACUMULADOS" TO LD-ARCHIVO.
       IF ACUMULADOS-DISPONIBLE = "N"
       PERFORM ESCRIBIR-NO-DISPONIBLE
       ELSE
       MOVE "0" TO LEE-TODO
       PERFORM UNTIL LEE-TODO = "1"
       READ ACUMULADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       PERFORM COMPROBAR-ACUMULADO
       END-IF
       END-PERFORM
       IF ANO-EN-CURSO NOT = ZERO
       PERFORM CUADRAR-ANO
       END-IF
       END-IF.

       COMPROBAR-ACUMULADO.
       IF ACUMULADOS-ANO NOT = ANO-EN-CURSO
       IF ANO-EN-CURSO NOT = ZERO
       PERFORM CUADRAR-ANO
       END-IF
       MOVE ACUMULADOS-ANO TO ANO-EN-CURSO
       MOVE "N" TO CONTROL-ANO-EXISTE
       MOVE ZERO TO CONTROL-ANO-BRUTO
       MOVE ZERO TO SUMA-ANO-BRUTO
       END-IF.
       IF ACUMULADOS-ID = ZERO
       MOVE "S" TO CONTROL-ANO-EXISTE
       MOVE ACUMULADOS-BRUTO TO CONTROL-ANO-BRUTO
       ELSE
       ADD ACUMULADOS-BRUTO TO SUMA-ANO-BRUTO
       PERFORM COMPROBAR-ID-ACUMULADO
       END-IF.

       COMPROBAR-ID-ACUMULADO.
       MOVE ACUMULADOS-ID TO ID-BUSCADO.
       PERFORM CLASIFICAR-ID.
       IF SITUACION-ID NOT = "M"
       MOVE SPACE TO LD-CLAVE
       STRING ACUMULADOS-ANO DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           ACUMULADOS-ID DELIMITED BY SIZE
           INTO LD-CLAVE
       PERFORM DESCRIBIR-HUERFANO
       MOVE "SE CONSERVA" TO LD-ACCION
       MOVE ACUMULADOS-APELLIDOS TO LD-DETALLE
       ADD 1 TO CONTADOR-HUERFANOS-ACUMULADOS
       PERFORM ESCRIBIR-INCIDENCIA
       END-IF.

       CUADRAR-ANO.
       MOVE ANO-EN-CURSO TO LD-CLAVE.
       IF CONTROL-ANO-EXISTE = "N"
       MOVE "EJERCICIO SIN CONTROL ANUAL" TO LD-INCIDENCIA
       ADD 1 TO CONTADOR-ANOS-DESCUADRADOS
       PERFORM ESCRIBIR-INCIDENCIA
       ELSE
       IF CONTROL-ANO-BRUTO NOT = SUMA-ANO-BRUTO
       MOVE "CONTROL ANUAL DESCUADRADO" TO LD-INCIDENCIA
       MOVE CONTROL-ANO-BRUTO TO IMPORTE-EDITADO-1
       MOVE SUMA-ANO-BRUTO TO IMPORTE-EDITADO-2
       MOVE SPACE TO LD-DETALLE
       STRING "CONTROL" DELIMITED BY SIZE
           IMPORTE-EDITADO-1 DELIMITED BY SIZE
           " SUMA" DELIMITED BY SIZE
           IMPORTE-EDITADO-2 DELIMITED BY SIZE
           INTO LD-DETALLE
       ADD 1 TO CONTADOR-ANOS-DESCUADRADOS
       PERFORM ESCRIBIR-INCIDENCIA
       END-IF
       END-IF.

       ESCRIBIR-TOTALES.
       MOVE LINEA-SEPARADORA TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       MOVE "Empleados en el maestro:" TO LTO-TEXTO.
       MOVE CONTADOR-EMPLEADOS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Cuentas sin empleado en el maestro:" TO LTO-TEXTO.
       MOVE CONTADOR-HUERFANOS-CUENTAS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Ausencias sin empleado en el maestro:" TO LTO-TEXTO.
       MOVE CONTADOR-HUERFANOS-AUSENCIAS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Acumulados sin empleado en el maestro:" TO LTO-TEXTO.
       MOVE CONTADOR-HUERFANOS-ACUMULADOS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Empleados sin departamento valido:" TO LTO-TEXTO.
       MOVE CONTADOR-SIN-DEPARTAMENTO TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Departamentos sin centro de coste:" TO LTO-TEXTO.
       MOVE CONTADOR-SIN-CENTRO TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "ID en el maestro y en el historico:" TO LTO-TEXTO.
       MOVE CONTADOR-EN-HISTORICO TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Activos sin cuenta bancaria:" TO LTO-TEXTO.
       MOVE CONTADOR-SIN-CUENTA TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Ejercicios de acumulados sin cuadrar:" TO LTO-TEXTO.
       MOVE CONTADOR-ANOS-DESCUADRADOS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Registros apartados a cuarentena:" TO LTO-TEXTO.
       MOVE CONTADOR-APARTADOS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.

       ESCRIBIR-LINEA-TOTAL.
       MOVE LINEA-TOTAL TO LINEA-INTEGRIDAD.
       WRITE LINEA-INTEGRIDAD.
       END PROGRAM CAPITULO-65.
