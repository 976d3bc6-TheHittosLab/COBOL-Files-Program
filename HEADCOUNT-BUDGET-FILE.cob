       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-68.
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
      *Archivo de referencia de departamentos.
       SELECT DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEPARTAMENTOS-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPARTAMENTOS-ESTADO.
      *Informe de plantilla y presupuesto frente a lo real.
       SELECT PRESUPUESTO-ARCHIVO
       ASSIGN TO "presupuesto-plantilla.dat"
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

      *Plantilla prevista y presupuesto anual de salarios aprobados;
      *a cero el departamento no tiene plantilla aprobada.
       FD DEPARTAMENTOS-ARCHIVO.
       01 DEPARTAMENTOS-REGISTRO.
           05 DEPARTAMENTOS-CODIGO PIC X(4).
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

       FD PRESUPUESTO-ARCHIVO.
       01 LINEA-PRESUPUESTO PIC X(132).

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
       01  EMPLEADOS-ESTADO PIC X(2).
       01  DEPARTAMENTOS-ESTADO PIC X(2).
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

      *Plantilla y salarios por departamento; la entrada 1 está
      *reservada a los empleados activos cuyo departamento no existe.
       01  DP-MAXIMO PIC 9(3) VALUE 200.
       01  DP-TOTAL PIC 9(3) VALUE ZERO.
       01  DP-I PIC 9(3).
       01  DP-ENCONTRADO-IND PIC 9(3).
       01  DEPARTAMENTO-BUSCADO PIC X(4).
       01  TABLA-DEPARTAMENTOS.
           05 DP-ENTRADA OCCURS 200.
               10 DP-CODIGO PIC X(4).
               10 DP-NOMBRE PIC X(20).
               10 DP-CENTRO PIC X(6).
               10 DP-PREVISTA PIC 9(4).
               10 DP-PRESUPUESTO PIC 9(9)V99.
               10 DP-ACTIVOS PIC 9(4).
               10 DP-SALARIOS PIC 9(9)V99.

      *Agregado por centro de coste de las líneas de departamento;
      *como mucho hay un centro por departamento.
       01  CC-TOTAL PIC 9(3) VALUE ZERO.
       01  CC-I PIC 9(3).
       01  CC-ENCONTRADO-IND PIC 9(3).
       01  CENTRO-BUSCADO PIC X(6).
       01  TABLA-CENTROS.
           05 CC-ENTRADA OCCURS 200.
               10 CC-CENTRO PIC X(6).
               10 CC-PREVISTA PIC 9(6).
               10 CC-ACTIVOS PIC 9(6).
               10 CC-VACANTES PIC 9(6).
               10 CC-EXCESO PIC 9(6).
               10 CC-PRESUPUESTO PIC 9(11)V99.
               10 CC-SALARIOS PIC 9(11)V99.

      *Cifras de la línea que se está escribiendo.
       01  LN-PREVISTA PIC 9(6).
       01  LN-ACTIVOS PIC 9(6).
       01  LN-VACANTES PIC 9(6).
       01  LN-EXCESO PIC 9(6).
       01  LN-PRESUPUESTO PIC 9(11)V99.
       01  LN-SALARIOS PIC 9(11)V99.
       01  LN-DESVIACION PIC S9(11)V99.
       01  LN-USO PIC 9(5)V9.

       01  TOTAL-PREVISTA PIC 9(6) VALUE ZERO.
       01  TOTAL-ACTIVOS PIC 9(6) VALUE ZERO.
       01  TOTAL-VACANTES PIC 9(6) VALUE ZERO.
       01  TOTAL-EXCESO PIC 9(6) VALUE ZERO.
       01  TOTAL-PRESUPUESTO PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-SALARIOS PIC 9(11)V99 VALUE ZERO.

       01  CONTADOR-DEPARTAMENTOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-CON-VACANTES PIC 9(6) VALUE ZERO.
       01  CONTADOR-SOBRE-PLANTILLA PIC 9(6) VALUE ZERO.
       01  CONTADOR-SOBRE-PRESUPUESTO PIC 9(6) VALUE ZERO.
       01  CONTADOR-SIN-PLANTILLA PIC 9(6) VALUE ZERO.

       01  LINEA-TITULO.
           05 FILLER PIC X(44)
               VALUE "PLANTILLA Y PRESUPUESTO POR DEPARTAMENTO".
           05 FILLER PIC X(8) VALUE "Fecha: ".
           05 LT-FECHA PIC 9(8).

       01  LINEA-SEPARADORA PIC X(132) VALUE ALL "-".

       01  LINEA-SECCION PIC X(40).

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(6) VALUE "DEPT".
           05 FILLER PIC X(22) VALUE "NOMBRE".
           05 FILLER PIC X(8) VALUE "CENTRO".
           05 FILLER PIC X(7) VALUE "PLANT.".
           05 FILLER PIC X(7) VALUE " REAL".
           05 FILLER PIC X(7) VALUE " VAC.".
           05 FILLER PIC X(7) VALUE "EXCESO".
           05 FILLER PIC X(16) VALUE "   PRESUPUESTO".
           05 FILLER PIC X(16) VALUE "      SALARIOS".
           05 FILLER PIC X(17) VALUE "     DESVIACION".
           05 FILLER PIC X(7) VALUE "  % USO".

       01  LINEA-DETALLE.
           05 LD-CODIGO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-NOMBRE PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-CENTRO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-PREVISTA PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-ACTIVOS PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-VACANTES PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-EXCESO PIC Z(4)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-PRESUPUESTO PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-SALARIOS PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DESVIACION PIC -Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-USO PIC Z(4)9.9.
           05 LD-USO-TEXTO REDEFINES LD-USO PIC X(7).

       01  LINEA-TOTAL.
           05 LTO-TEXTO PIC X(45).
           05 LTO-VALOR PIC Z(5)9.

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
       PERFORM CARGAR-DEPARTAMENTOS.
       PERFORM ACUMULAR-PLANTILLA.
       PERFORM ESCRIBIR-CABECERA.
       PERFORM ESCRIBIR-DEPARTAMENTOS.
       PERFORM ESCRIBIR-CENTROS.
       PERFORM ESCRIBIR-TOTALES.
       PERFORM PROCEDIMIENTO-DE-CIERRE.
       DISPLAY "Departamentos listados: " CONTADOR-DEPARTAMENTOS.
       DISPLAY "Departamentos por encima de su plantilla: "
           CONTADOR-SOBRE-PLANTILLA.
       DISPLAY "Departamentos por encima de su presupuesto: "
           CONTADOR-SOBRE-PRESUPUESTO.

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
       DISPLAY "Sólo un supervisor puede consultar los presupuestos."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF DEPARTAMENTOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de departamentos."
       CLOSE EMPLEADOS-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN OUTPUT PRESUPUESTO-ARCHIVO.
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD.
       PERFORM REGISTRAR-INICIO-CONTROL.

       PROCEDIMIENTO-DE-CIERRE.
       PERFORM REGISTRAR-FIN-CONTROL.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
       CLOSE PRESUPUESTO-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.

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
       MOVE "CAPITULO-68" TO CONTROL-PROGRAMA.
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

      *Registros: departamentos listados; total: salarios anuales
      *de la plantilla activa.
       REGISTRAR-FIN-CONTROL.
       MOVE "CAPITULO-68" TO CONTROL-PROGRAMA.
       MOVE CONTROL-FECHA-GUARDADA TO CONTROL-FECHA-INICIO.
       MOVE CONTROL-HORA-GUARDADA TO CONTROL-HORA-INICIO.
       READ CONTROL-ARCHIVO.
       MOVE "F" TO CONTROL-ESTADO.
       MOVE CONTADOR-DEPARTAMENTOS TO CONTROL-REGISTROS.
       MOVE TOTAL-SALARIOS TO CONTROL-TOTAL.
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

       CARGAR-DEPARTAMENTOS.
       MOVE 1 TO DP-TOTAL.
       MOVE "*SIN" TO DP-CODIGO (1).
       MOVE "SIN DEPARTAMENTO" TO DP-NOMBRE (1).
       MOVE "*SIN*" TO DP-CENTRO (1).
       MOVE ZERO TO DP-PREVISTA (1).
       MOVE ZERO TO DP-PRESUPUESTO (1).
       MOVE ZERO TO DP-ACTIVOS (1).
       MOVE ZERO TO DP-SALARIOS (1).
       MOVE SPACE TO DEPARTAMENTOS-CODIGO.
       START DEPARTAMENTOS-ARCHIVO
           KEY IS NOT LESS THAN DEPARTAMENTOS-CODIGO
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START.
       PERFORM UNTIL LEE-TODO = "1"
       READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       PERFORM ANOTAR-DEPARTAMENTO
       END-IF
       END-PERFORM.

      *Con la tabla llena los empleados de los departamentos que no
      *caben van a la entrada reservada.
       ANOTAR-DEPARTAMENTO.
       IF DP-TOTAL = DP-MAXIMO
       DISPLAY "La tabla de departamentos está llena."
       MOVE "1" TO LEE-TODO
       ELSE
       ADD 1 TO DP-TOTAL
       MOVE DEPARTAMENTOS-CODIGO TO DP-CODIGO (DP-TOTAL)
       MOVE DEPARTAMENTOS-NOMBRE TO DP-NOMBRE (DP-TOTAL)
       MOVE DEPARTAMENTOS-CENTRO-COSTE TO DP-CENTRO (DP-TOTAL)
       MOVE DEPARTAMENTOS-PLANTILLA TO DP-PREVISTA (DP-TOTAL)
       MOVE DEPARTAMENTOS-PRESUPUESTO TO DP-PRESUPUESTO (DP-TOTAL)
       MOVE ZERO TO DP-ACTIVOS (DP-TOTAL)
       MOVE ZERO TO DP-SALARIOS (DP-TOTAL)
       END-IF.

      *Cuenta la plantilla activa: los dados de baja no ocupan
      *plantilla ni presupuesto.
       ACUMULAR-PLANTILLA.
       MOVE ZERO TO EMPLEADOS-ID.
       START EMPLEADOS-ARCHIVO
           KEY IS NOT LESS THAN EMPLEADOS-ID
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START.
       PERFORM UNTIL LEE-TODO = "1"
       READ EMPLEADOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       AND EMPLEADOS-SITUACION NOT = "B"
       PERFORM ACUMULAR-EMPLEADO
       END-IF
       END-PERFORM.

      *El código ocupa las cuatro primeras posiciones del campo.
       ACUMULAR-EMPLEADO.
       MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO.
       PERFORM BUSCAR-DEPARTAMENTO-TABLA.
       IF DP-ENCONTRADO-IND = ZERO
       MOVE 1 TO DP-ENCONTRADO-IND.
       ADD 1 TO DP-ACTIVOS (DP-ENCONTRADO-IND).
       ADD EMPLEADOS-SALARIO TO DP-SALARIOS (DP-ENCONTRADO-IND).

       BUSCAR-DEPARTAMENTO-TABLA.
       MOVE ZERO TO DP-ENCONTRADO-IND.
       MOVE 2 TO DP-I.
       PERFORM UNTIL DP-I > DP-TOTAL OR DP-ENCONTRADO-IND > ZERO
       IF DP-CODIGO (DP-I) = DEPARTAMENTO-BUSCADO
       MOVE DP-I TO DP-ENCONTRADO-IND
       ELSE
       ADD 1 TO DP-I
       END-IF
       END-PERFORM.

       ESCRIBIR-CABECERA.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       MOVE LINEA-TITULO TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE LINEA-SEPARADORA TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE LINEA-CABECERA-COLUMNAS TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE LINEA-SEPARADORA TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.

      *La entrada reservada sólo se lista si tiene empleados, al
      *final de los departamentos.
       ESCRIBIR-DEPARTAMENTOS.
       MOVE "POR DEPARTAMENTO" TO LINEA-SECCION.
       MOVE LINEA-SECCION TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE 2 TO DP-I.
       PERFORM UNTIL DP-I > DP-TOTAL
       PERFORM ESCRIBIR-DEPARTAMENTO
       ADD 1 TO DP-I
       END-PERFORM.
       IF DP-ACTIVOS (1) > ZERO
       MOVE 1 TO DP-I
       PERFORM ESCRIBIR-DEPARTAMENTO.

      *Vacantes y exceso sólo se calculan contra una plantilla
      *aprobada; sin ella el departamento figura sin control.
       ESCRIBIR-DEPARTAMENTO.
       MOVE DP-PREVISTA (DP-I) TO LN-PREVISTA.
       MOVE DP-ACTIVOS (DP-I) TO LN-ACTIVOS.
       MOVE DP-PRESUPUESTO (DP-I) TO LN-PRESUPUESTO.
       MOVE DP-SALARIOS (DP-I) TO LN-SALARIOS.
       MOVE ZERO TO LN-VACANTES.
       MOVE ZERO TO LN-EXCESO.
       IF LN-PREVISTA = ZERO
       IF DP-I > 1
       ADD 1 TO CONTADOR-SIN-PLANTILLA
       END-IF
       ELSE
       IF LN-PREVISTA > LN-ACTIVOS
       COMPUTE LN-VACANTES = LN-PREVISTA - LN-ACTIVOS
       ADD 1 TO CONTADOR-CON-VACANTES
       ELSE
       IF LN-ACTIVOS > LN-PREVISTA
       COMPUTE LN-EXCESO = LN-ACTIVOS - LN-PREVISTA
       ADD 1 TO CONTADOR-SOBRE-PLANTILLA
       END-IF
       END-IF
       END-IF.
       IF LN-PRESUPUESTO > ZERO
       AND LN-SALARIOS > LN-PRESUPUESTO
       ADD 1 TO CONTADOR-SOBRE-PRESUPUESTO.
       MOVE DP-CODIGO (DP-I) TO LD-CODIGO.
       MOVE DP-NOMBRE (DP-I) TO LD-NOMBRE.
       MOVE DP-CENTRO (DP-I) TO LD-CENTRO.
       PERFORM ESCRIBIR-LINEA-DETALLE.
       IF DP-I > 1
       ADD 1 TO CONTADOR-DEPARTAMENTOS.
       MOVE DP-CENTRO (DP-I) TO CENTRO-BUSCADO.
       IF CENTRO-BUSCADO = SPACE
       MOVE "*SIN*" TO CENTRO-BUSCADO.
       PERFORM ACUMULAR-CENTRO.
       ADD LN-PREVISTA TO TOTAL-PREVISTA.
       ADD LN-ACTIVOS TO TOTAL-ACTIVOS.
       ADD LN-VACANTES TO TOTAL-VACANTES.
       ADD LN-EXCESO TO TOTAL-EXCESO.
       ADD LN-PRESUPUESTO TO TOTAL-PRESUPUESTO.
       ADD LN-SALARIOS TO TOTAL-SALARIOS.

      *Las vacantes y el exceso de un centro son la suma de los de
      *sus departamentos: no se compensan entre sí.
       ACUMULAR-CENTRO.
       MOVE ZERO TO CC-ENCONTRADO-IND.
       MOVE 1 TO CC-I.
       PERFORM UNTIL CC-I > CC-TOTAL OR CC-ENCONTRADO-IND > ZERO
       IF CC-CENTRO (CC-I) = CENTRO-BUSCADO
       MOVE CC-I TO CC-ENCONTRADO-IND
       ELSE
       ADD 1 TO CC-I
       END-IF
       END-PERFORM.
       IF CC-ENCONTRADO-IND = ZERO
       ADD 1 TO CC-TOTAL
       MOVE CC-TOTAL TO CC-ENCONTRADO-IND
       MOVE CENTRO-BUSCADO TO CC-CENTRO (CC-ENCONTRADO-IND)
       MOVE ZERO TO CC-PREVISTA (CC-ENCONTRADO-IND)
       MOVE ZERO TO CC-ACTIVOS (CC-ENCONTRADO-IND)
       MOVE ZERO TO CC-VACANTES (CC-ENCONTRADO-IND)
       MOVE ZERO TO CC-EXCESO (CC-ENCONTRADO-IND)
       MOVE ZERO TO CC-PRESUPUESTO (CC-ENCONTRADO-IND)
       MOVE ZERO TO CC-SALARIOS (CC-ENCONTRADO-IND)
       END-IF.
       ADD LN-PREVISTA TO CC-PREVISTA (CC-ENCONTRADO-IND).
       ADD LN-ACTIVOS TO CC-ACTIVOS (CC-ENCONTRADO-IND).
       ADD LN-VACANTES TO CC-VACANTES (CC-ENCONTRADO-IND).
       ADD LN-EXCESO TO CC-EXCESO (CC-ENCONTRADO-IND).
       ADD LN-PRESUPUESTO TO CC-PRESUPUESTO (CC-ENCONTRADO-IND).
       ADD LN-SALARIOS TO CC-SALARIOS (CC-ENCONTRADO-IND).

       ESCRIBIR-CENTROS.
       MOVE LINEA-SEPARADORA TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE "POR CENTRO DE COSTE" TO LINEA-SECCION.
       MOVE LINEA-SECCION TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE 1 TO CC-I.
       PERFORM UNTIL CC-I > CC-TOTAL
       PERFORM ESCRIBIR-CENTRO
       ADD 1 TO CC-I
       END-PERFORM.

       ESCRIBIR-CENTRO.
       MOVE CC-PREVISTA (CC-I) TO LN-PREVISTA.
       MOVE CC-ACTIVOS (CC-I) TO LN-ACTIVOS.
       MOVE CC-VACANTES (CC-I) TO LN-VACANTES.
       MOVE CC-EXCESO (CC-I) TO LN-EXCESO.
       MOVE CC-PRESUPUESTO (CC-I) TO LN-PRESUPUESTO.
       MOVE CC-SALARIOS (CC-I) TO LN-SALARIOS.
       MOVE SPACE TO LD-CODIGO.
       MOVE "CENTRO DE COSTE" TO LD-NOMBRE.
       MOVE CC-CENTRO (CC-I) TO LD-CENTRO.
       PERFORM ESCRIBIR-LINEA-DETALLE.

      *El porcentaje de uso es el de los salarios anuales sobre el
      *presupuesto; sin presupuesto no se calcula.
       ESCRIBIR-LINEA-DETALLE.
       COMPUTE LN-DESVIACION = LN-SALARIOS - LN-PRESUPUESTO.
       MOVE LN-PREVISTA TO LD-PREVISTA.
       MOVE LN-ACTIVOS TO LD-ACTIVOS.
       MOVE LN-VACANTES TO LD-VACANTES.
       MOVE LN-EXCESO TO LD-EXCESO.
       MOVE LN-PRESUPUESTO TO LD-PRESUPUESTO.
       MOVE LN-SALARIOS TO LD-SALARIOS.
       MOVE LN-DESVIACION TO LD-DESVIACION.
       IF LN-PRESUPUESTO > ZERO
       COMPUTE LN-USO ROUNDED =
           LN-SALARIOS * 100 / LN-PRESUPUESTO
           ON SIZE ERROR
           MOVE 99999.9 TO LN-USO
       END-COMPUTE
       MOVE LN-USO TO LD-USO
       ELSE
       MOVE "SIN PPT" TO LD-USO-TEXTO
       END-IF.
       MOVE LINEA-DETALLE TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.

       ESCRIBIR-TOTALES.
       MOVE LINEA-SEPARADORA TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE TOTAL-PREVISTA TO LN-PREVISTA.
       MOVE TOTAL-ACTIVOS TO LN-ACTIVOS.
       MOVE TOTAL-VACANTES TO LN-VACANTES.
       MOVE TOTAL-EXCESO TO LN-EXCESO.
       MOVE TOTAL-PRESUPUESTO TO LN-PRESUPUESTO.
       MOVE TOTAL-SALARIOS TO LN-SALARIOS.
       MOVE SPACE TO LD-CODIGO.
       MOVE "TOTAL EMPRESA" TO LD-NOMBRE.
       MOVE SPACE TO LD-CENTRO.
       PERFORM ESCRIBIR-LINEA-DETALLE.
       MOVE LINEA-SEPARADORA TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       MOVE "Departamentos listados:" TO LTO-TEXTO.
       MOVE CONTADOR-DEPARTAMENTOS TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Departamentos con vacantes:" TO LTO-TEXTO.
       MOVE CONTADOR-CON-VACANTES TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Departamentos por encima de su plantilla:" TO LTO-TEXTO.
       MOVE CONTADOR-SOBRE-PLANTILLA TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Departamentos por encima de su presupuesto:"
           TO LTO-TEXTO.
       MOVE CONTADOR-SOBRE-PRESUPUESTO TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Departamentos sin plantilla aprobada:" TO LTO-TEXTO.
       MOVE CONTADOR-SIN-PLANTILLA TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.
       MOVE "Empleados activos sin departamento:" TO LTO-TEXTO.
       MOVE DP-ACTIVOS (1) TO LTO-VALOR.
       PERFORM ESCRIBIR-LINEA-TOTAL.

       ESCRIBIR-LINEA-TOTAL.
       MOVE LINEA-TOTAL TO LINEA-PRESUPUESTO.
       WRITE LINEA-PRESUPUESTO.
       END PROGRAM CAPITULO-68.
