       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-66.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Histórico de nóminas calculadas por periodo y empleado.
       SELECT HISTORICO-NOMINAS-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISNOM-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISNOM-ESTADO.
      *Tablas de tarifas de IRPF y Seguridad Social por vigencia.
       SELECT TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TARIFAS-FECHA-VIGOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TARIFAS-ESTADO.
      *Liquidación de cotizaciones del periodo por empleado.
       SELECT LIQUIDACION-ARCHIVO
       ASSIGN TO "liquidacion-ss.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      *Archivo de cotizaciones para presentar a la Seguridad Social.
       SELECT COTIZACION-ARCHIVO
       ASSIGN TO "cotizacion-ss.dat"
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
      *Una nómina por periodo y empleado; una repetición forzada del
      *periodo sustituye la nómina anterior. El IBAN queda en blanco
      *si la nómina no fue al banco. Los atrasos de cambios de salario
      *con efecto en periodos ya pagados llevan signo: negativos si
      *regularizan días pagados de más. La base de cotización es la
      *de la liquidación de la Seguridad Social (CAPITULO-66).
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

      *Cada tabla rige desde su fecha de vigor hasta la siguiente.
      *Los tipos de la empresa por contingencia se aplican sobre la
      *misma base de cotización que el del trabajador.
       FD TARIFAS-ARCHIVO.
       01 TARIFAS-REGISTRO.
           05 TARIFAS-FECHA-VIGOR PIC 9(8).
           05 TARIFAS-DESCRIPCION PIC X(30).
           05 TARIFAS-NUMERO-TRAMOS PIC 9.
           05 TARIFAS-TRAMO OCCURS 6.
               10 TARIFAS-LIMITE PIC 9(7)V99.
               10 TARIFAS-PORCENTAJE PIC 9(2)V99.
           05 TARIFAS-PORCENTAJE-SS PIC 9(2)V99.
           05 TARIFAS-BASE-MAXIMA PIC 9(7)V99.
           05 TARIFAS-BASE-MINIMA PIC 9(7)V99.
           05 TARIFAS-EMPRESA-COMUNES PIC 9(2)V99.
           05 TARIFAS-EMPRESA-DESEMPLEO PIC 9(2)V99.
           05 TARIFAS-EMPRESA-FORMACION PIC 9(2)V99.
           05 TARIFAS-EMPRESA-FOGASA PIC 9(2)V99.
           05 TARIFAS-RESERVA PIC X(24).

       FD LIQUIDACION-ARCHIVO.
       01 LINEA-LIQUIDACION PIC X(132).

      *Tipo 1 cabecera, 2 una línea por trabajador y 9 totales; en la
      *cabecera el ID va a cero y en los totales lleva el número de
      *trabajadores. La referencia es la vigencia de las tarifas.
       FD COTIZACION-ARCHIVO.
       01 COTIZACION-REGISTRO.
           05 COTIZACION-TIPO PIC X.
           05 COTIZACION-ID PIC 9(6).
           05 COTIZACION-APELLIDOS PIC X(35).
           05 COTIZACION-NOMBRE PIC X(25).
           05 COTIZACION-PERIODO PIC 9(6).
           05 COTIZACION-DIAS PIC 9(2).
           05 COTIZACION-BASE PIC 9(9)V99.
           05 COTIZACION-TRABAJADOR PIC 9(9)V99.
           05 COTIZACION-COMUNES PIC 9(9)V99.
           05 COTIZACION-DESEMPLEO PIC 9(9)V99.
           05 COTIZACION-FORMACION PIC 9(9)V99.
           05 COTIZACION-FOGASA PIC 9(9)V99.
           05 COTIZACION-REFERENCIA PIC 9(8).
           05 COTIZACION-FECHA PIC 9(8).

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
       01  LEE-CONTROL PIC X.
       01  HISNOM-ESTADO PIC X(2).
       01  TARIFAS-ESTADO PIC X(2).
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
       01  EJECUCION-CANCELADA PIC X VALUE "N".
       01  FECHA-EJECUCION PIC 9(8).
       01  PERIODO-LIQUIDACION PIC 9(6).
       01  PERIODO-DESGLOSE REDEFINES PERIODO-LIQUIDACION.
           05 PERIODO-ANO PIC 9(4).
           05 PERIODO-MES PIC 9(2).

      *Última nómina finalizada del periodo en el libro de control.
       01  NOMINA-ENCONTRADA PIC X VALUE "N".
       01  NOMINA-REGISTROS PIC 9(6) VALUE ZERO.
       01  NOMINA-TOTAL-BRUTO PIC 9(11)V99 VALUE ZERO.
       01  NOMINA-TARIFAS PIC X(8).
       01  NOMINA-TARIFAS-NUMERO REDEFINES NOMINA-TARIFAS PIC 9(8).

      *Tipos de la tabla con que se calculó la nómina del periodo.
       01  PORCENTAJE-COMUNES PIC 9(2)V99.
       01  PORCENTAJE-DESEMPLEO PIC 9(2)V99.
       01  PORCENTAJE-FORMACION PIC 9(2)V99.
       01  PORCENTAJE-FOGASA PIC 9(2)V99.

       01  CUOTA-COMUNES PIC 9(7)V99.
       01  CUOTA-DESEMPLEO PIC 9(7)V99.
       01  CUOTA-FORMACION PIC 9(7)V99.
       01  CUOTA-FOGASA PIC 9(7)V99.
       01  CUOTA-EMPRESA PIC 9(7)V99.
       01  MOTIVO-EXCLUSION PIC X(40).

       01  CONTADOR-HISTORICO PIC 9(6) VALUE ZERO.
       01  CONTADOR-LIQUIDADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-EXCLUIDOS PIC 9(6) VALUE ZERO.
       01  TOTAL-BRUTO-HISTORICO PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-BASE PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-TRABAJADOR PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-COMUNES PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-DESEMPLEO PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-FORMACION PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-FOGASA PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-EMPRESA PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-A-INGRESAR PIC 9(11)V99 VALUE ZERO.
       01  LIQUIDACION-CUADRADA PIC X VALUE "S".

       01  LINEA-TITULO.
           05 FILLER PIC X(32) VALUE "LIQUIDACION SEGURIDAD SOCIAL".
           05 FILLER PIC X(10) VALUE "Periodo: ".
           05 LT-PERIODO PIC 9(6).
           05 FILLER PIC X(12) VALUE "   Tarifas: ".
           05 LT-TARIFAS PIC X(8).
           05 FILLER PIC X(10) VALUE "   Fecha: ".
           05 LT-FECHA PIC 9(8).

       01  LINEA-SEPARADORA PIC X(132) VALUE ALL "-".

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(26) VALUE "APELLIDOS".
           05 FILLER PIC X(4) VALUE "DIAS".
           05 FILLER PIC X(12) VALUE "        BASE".
           05 FILLER PIC X(12) VALUE "  TRABAJADOR".
           05 FILLER PIC X(12) VALUE "     COMUNES".
           05 FILLER PIC X(12) VALUE "   DESEMPLEO".
           05 FILLER PIC X(12) VALUE "   FORMACION".
           05 FILLER PIC X(12) VALUE "      FOGASA".
           05 FILLER PIC X(12) VALUE "     EMPRESA".

       01  LINEA-DETALLE.
           05 LD-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-APELLIDOS PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-DIAS PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-BASE PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-TRABAJADOR PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-COMUNES PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DESEMPLEO PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-FORMACION PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-FOGASA PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-EMPRESA PIC Z(6)9.99.

       01  LINEA-EXCLUIDO.
           05 LX-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LX-APELLIDOS PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EXCLUIDO: ".
           05 LX-MOTIVO PIC X(40).

       01  LINEA-IMPORTE.
           05 LI-TEXTO PIC X(45).
           05 LI-IMPORTE PIC Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LI-CUADRE PIC X(10).

       01  LINEA-CONTADOR.
           05 LC-TEXTO PIC X(45).
           05 LC-CONTADOR PIC Z(13)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LC-CUADRE PIC X(10).

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       01  SESION-COMPARTIDA EXTERNAL.
           05 SESION-ACTIVA PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

      *Ejecución dentro de la cadena nocturna (CAPITULO-64): el
      *periodo lo fija la cadena.
       01  CADENA-NOCTURNA EXTERNAL.
           05 CADENA-ACTIVA PIC X.
           05 CADENA-PERIODO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF EJECUCION-CANCELADA = "N"
       PERFORM ESCRIBIR-CABECERAS
       PERFORM LIQUIDAR-PERIODO
       PERFORM ESCRIBIR-TOTALES
       PERFORM PROCEDIMIENTO-DE-CIERRE
       DISPLAY "Trabajadores liquidados: " CONTADOR-LIQUIDADOS
       DISPLAY "Excluidos de la liquidación: " CONTADOR-EXCLUIDOS
       DISPLAY "Cuota del trabajador: " TOTAL-TRABAJADOR
       DISPLAY "Cuota de la empresa: " TOTAL-EMPRESA
       DISPLAY "Total a ingresar: " TOTAL-A-INGRESAR
       IF LIQUIDACION-CUADRADA = "N"
       DISPLAY "La liquidación no cuadra con la nómina del periodo;"
           " revise liquidacion-ss.dat antes de presentarla."
       END-IF
       END-IF.

       FINALIZA-PROGRAMA.
       GOBACK.

       OBTENER-PERIODO.
       IF CADENA-ACTIVA = "S"
       MOVE CADENA-PERIODO TO PERIODO-LIQUIDACION
       ELSE
       MOVE ZERO TO PERIODO-LIQUIDACION
       PERFORM UNTIL PERIODO-LIQUIDACION NUMERIC
       AND PERIODO-MES >= 1 AND PERIODO-MES <= 12
       DISPLAY "Periodo a liquidar (AAAAMM): "
       ACCEPT PERIODO-LIQUIDACION
       END-PERFORM
       END-IF.

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
       DISPLAY "Sólo un supervisor puede liquidar la Seguridad"
           " Social."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       PERFORM ABRIR-CONTROL.
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD.
       PERFORM OBTENER-PERIODO.
       PERFORM BUSCAR-NOMINA-PERIODO.
       IF EJECUCION-CANCELADA = "N"
       PERFORM CARGAR-TIPOS-EMPRESA.
       IF EJECUCION-CANCELADA = "N"
       PERFORM ABRIR-ARCHIVOS-LIQUIDACION.

       ABRIR-ARCHIVOS-LIQUIDACION.
       OPEN INPUT HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el histórico de nóminas."
       PERFORM ABANDONAR-EJECUCION
       ELSE
       OPEN OUTPUT LIQUIDACION-ARCHIVO
       OPEN OUTPUT COTIZACION-ARCHIVO
       PERFORM REGISTRAR-INICIO-CONTROL
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       PERFORM REGISTRAR-FIN-CONTROL.
       CLOSE HISTORICO-NOMINAS-ARCHIVO.
       CLOSE LIQUIDACION-ARCHIVO.
       CLOSE COTIZACION-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.

      *Cancelación normal: se cierra lo abierto y se devuelve el
      *control sin abortar la sesión de la consola.
       ABANDONAR-EJECUCION.
       DISPLAY "Liquidación de la Seguridad Social cancelada.".
       MOVE "S" TO EJECUCION-CANCELADA.
       CLOSE CONTROL-ARCHIVO.
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

      *Se liquida contra la última nómina finalizada del periodo:
      *sus registros y su bruto son el cuadre de la liquidación y su
      *referencia es la vigencia de las tarifas que aplicó.
       BUSCAR-NOMINA-PERIODO.
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
       IF CONTROL-PERIODO = PERIODO-LIQUIDACION
       AND CONTROL-ESTADO = "F"
       MOVE "S" TO NOMINA-ENCONTRADA
       MOVE CONTROL-REGISTROS TO NOMINA-REGISTROS
       MOVE CONTROL-TOTAL TO NOMINA-TOTAL-BRUTO
       MOVE CONTROL-REFERENCIA TO NOMINA-TARIFAS
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM.
       IF NOMINA-ENCONTRADA = "N"
       DISPLAY "No hay ninguna nómina finalizada del periodo "
           PERIODO-LIQUIDACION "."
       PERFORM ABANDONAR-EJECUCION.

       CARGAR-TIPOS-EMPRESA.
       OPEN INPUT TARIFAS-ARCHIVO.
       IF TARIFAS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de tarifas."
       PERFORM ABANDONAR-EJECUCION
       ELSE
       MOVE NOMINA-TARIFAS-NUMERO TO TARIFAS-FECHA-VIGOR
       READ TARIFAS-ARCHIVO
           INVALID KEY
           DISPLAY "No existe la tabla de tarifas " NOMINA-TARIFAS
               " que aplicó la nómina."
           PERFORM ABANDONAR-EJECUCION
           NOT INVALID KEY
           PERFORM ANOTAR-TIPOS-EMPRESA
       END-READ
       CLOSE TARIFAS-ARCHIVO
       END-IF.

       ANOTAR-TIPOS-EMPRESA.
       MOVE TARIFAS-EMPRESA-COMUNES TO PORCENTAJE-COMUNES.
       MOVE TARIFAS-EMPRESA-DESEMPLEO TO PORCENTAJE-DESEMPLEO.
       MOVE TARIFAS-EMPRESA-FORMACION TO PORCENTAJE-FORMACION.
       MOVE TARIFAS-EMPRESA-FOGASA TO PORCENTAJE-FOGASA.

       REGISTRAR-INICIO-CONTROL.
       MOVE "CAPITULO-66" TO CONTROL-PROGRAMA.
       ACCEPT CONTROL-FECHA-INICIO FROM DATE YYYYMMDD.
       ACCEPT CONTROL-HORA-INICIO FROM TIME.
       MOVE CONTROL-FECHA-INICIO TO CONTROL-FECHA-GUARDADA.
       MOVE CONTROL-HORA-INICIO TO CONTROL-HORA-GUARDADA.
       MOVE "I" TO CONTROL-ESTADO.
       MOVE OPERADOR-ENTRADA TO CONTROL-OPERADOR.
       MOVE PERIODO-LIQUIDACION TO CONTROL-PERIODO.
       MOVE ZERO TO CONTROL-REGISTROS.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE NOMINA-TARIFAS TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

      *Registros: trabajadores liquidados; total: cuotas del
      *trabajador y de la empresa a ingresar.
       REGISTRAR-FIN-CONTROL.
       MOVE "CAPITULO-66" TO CONTROL-PROGRAMA.
       MOVE CONTROL-FECHA-GUARDADA TO CONTROL-FECHA-INICIO.
       MOVE CONTROL-HORA-GUARDADA TO CONTROL-HORA-INICIO.
       READ CONTROL-ARCHIVO.
       MOVE "F" TO CONTROL-ESTADO.
       MOVE CONTADOR-LIQUIDADOS TO CONTROL-REGISTROS.
       MOVE TOTAL-A-INGRESAR TO CONTROL-TOTAL.
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

       ESCRIBIR-CABECERAS.
       MOVE PERIODO-LIQUIDACION TO LT-PERIODO.
       MOVE NOMINA-TARIFAS TO LT-TARIFAS.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       MOVE LINEA-TITULO TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE LINEA-SEPARADORA TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE LINEA-CABECERA-COLUMNAS TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE LINEA-SEPARADORA TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE "1" TO COTIZACION-TIPO.
       MOVE ZERO TO COTIZACION-ID.
       MOVE "LIQUIDACION SEGURIDAD SOCIAL" TO COTIZACION-APELLIDOS.
       MOVE SPACE TO COTIZACION-NOMBRE.
       MOVE ZERO TO COTIZACION-DIAS.
       PERFORM PONER-IMPORTES-A-CERO.
       PERFORM GRABAR-COTIZACION.

       PONER-IMPORTES-A-CERO.
       MOVE ZERO TO COTIZACION-BASE.
       MOVE ZERO TO COTIZACION-TRABAJADOR.
       MOVE ZERO TO COTIZACION-COMUNES.
       MOVE ZERO TO COTIZACION-DESEMPLEO.
       MOVE ZERO TO COTIZACION-FORMACION.
       MOVE ZERO TO COTIZACION-FOGASA.

       GRABAR-COTIZACION.
       MOVE PERIODO-LIQUIDACION TO COTIZACION-PERIODO.
       MOVE NOMINA-TARIFAS-NUMERO TO COTIZACION-REFERENCIA.
       MOVE FECHA-EJECUCION TO COTIZACION-FECHA.
       WRITE COTIZACION-REGISTRO.

      *Las nóminas del periodo están seguidas en el histórico por su
      *clave periodo + ID.
       LIQUIDAR-PERIODO.
       MOVE PERIODO-LIQUIDACION TO HISNOM-PERIODO.
       MOVE ZERO TO HISNOM-ID.
       START HISTORICO-NOMINAS-ARCHIVO
           KEY IS NOT LESS THAN HISNOM-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START.
       PERFORM UNTIL LEE-TODO = "1"
       READ HISTORICO-NOMINAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       IF HISNOM-PERIODO = PERIODO-LIQUIDACION
       PERFORM LIQUIDAR-NOMINA
       ELSE
       MOVE "1" TO LEE-TODO
       END-IF
       END-IF
       END-PERFORM.

      *Los días cotizados son los días pagados de la nómina, que ya
      *descuentan altas y bajas a mitad de mes y las ausencias. Una
      *nómina calculada con otra tabla de tarifas que la de la última
      *ejecución del periodo no se liquida: pide repetir la nómina.
       LIQUIDAR-NOMINA.
       ADD 1 TO CONTADOR-HISTORICO.
       ADD HISNOM-BRUTO TO TOTAL-BRUTO-HISTORICO.
       MOVE SPACE TO MOTIVO-EXCLUSION.
       IF HISNOM-TARIFAS NOT = NOMINA-TARIFAS-NUMERO
       MOVE "NOMINA CALCULADA CON OTRA TABLA DE TARIFAS"
           TO MOTIVO-EXCLUSION.
       IF MOTIVO-EXCLUSION NOT = SPACE
       PERFORM ESCRIBIR-EXCLUIDO
       ELSE
       PERFORM CALCULAR-CUOTAS-EMPRESA
       PERFORM ESCRIBIR-LIQUIDACION
       END-IF.

       CALCULAR-CUOTAS-EMPRESA.
       COMPUTE CUOTA-COMUNES ROUNDED =
           HISNOM-BASE-COTIZACION * PORCENTAJE-COMUNES / 100.
       COMPUTE CUOTA-DESEMPLEO ROUNDED =
           HISNOM-BASE-COTIZACION * PORCENTAJE-DESEMPLEO / 100.
       COMPUTE CUOTA-FORMACION ROUNDED =
           HISNOM-BASE-COTIZACION * PORCENTAJE-FORMACION / 100.
       COMPUTE CUOTA-FOGASA ROUNDED =
           HISNOM-BASE-COTIZACION * PORCENTAJE-FOGASA / 100.
       COMPUTE CUOTA-EMPRESA = CUOTA-COMUNES + CUOTA-DESEMPLEO
           + CUOTA-FORMACION + CUOTA-FOGASA.

       ESCRIBIR-LIQUIDACION.
       MOVE HISNOM-ID TO LD-ID.
       MOVE HISNOM-APELLIDOS TO LD-APELLIDOS.
       MOVE HISNOM-DIAS-PAGADOS TO LD-DIAS.
       MOVE HISNOM-BASE-COTIZACION TO LD-BASE.
       MOVE HISNOM-SS TO LD-TRABAJADOR.
       MOVE CUOTA-COMUNES TO LD-COMUNES.
       MOVE CUOTA-DESEMPLEO TO LD-DESEMPLEO.
       MOVE CUOTA-FORMACION TO LD-FORMACION.
       MOVE CUOTA-FOGASA TO LD-FOGASA.
       MOVE CUOTA-EMPRESA TO LD-EMPRESA.
       MOVE LINEA-DETALLE TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE "2" TO COTIZACION-TIPO.
       MOVE HISNOM-ID TO COTIZACION-ID.
       MOVE HISNOM-APELLIDOS TO COTIZACION-APELLIDOS.
       MOVE HISNOM-NOMBRE TO COTIZACION-NOMBRE.
       MOVE HISNOM-DIAS-PAGADOS TO COTIZACION-DIAS.
       MOVE HISNOM-BASE-COTIZACION TO COTIZACION-BASE.
       MOVE HISNOM-SS TO COTIZACION-TRABAJADOR.
       MOVE CUOTA-COMUNES TO COTIZACION-COMUNES.
       MOVE CUOTA-DESEMPLEO TO COTIZACION-DESEMPLEO.
       MOVE CUOTA-FORMACION TO COTIZACION-FORMACION.
       MOVE CUOTA-FOGASA TO COTIZACION-FOGASA.
       PERFORM GRABAR-COTIZACION.
       ADD 1 TO CONTADOR-LIQUIDADOS.
       ADD HISNOM-BASE-COTIZACION TO TOTAL-BASE.
       ADD HISNOM-SS TO TOTAL-TRABAJADOR.
       ADD CUOTA-COMUNES TO TOTAL-COMUNES.
       ADD CUOTA-DESEMPLEO TO TOTAL-DESEMPLEO.
       ADD CUOTA-FORMACION TO TOTAL-FORMACION.
       ADD CUOTA-FOGASA TO TOTAL-FOGASA.
       ADD CUOTA-EMPRESA TO TOTAL-EMPRESA.

       ESCRIBIR-EXCLUIDO.
       MOVE HISNOM-ID TO LX-ID.
       MOVE HISNOM-APELLIDOS TO LX-APELLIDOS.
       MOVE MOTIVO-EXCLUSION TO LX-MOTIVO.
       MOVE LINEA-EXCLUIDO TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       ADD 1 TO CONTADOR-EXCLUIDOS.
       MOVE "N" TO LIQUIDACION-CUADRADA.

      *El cuadre compara las nóminas y el bruto del histórico con lo
      *que la nómina del periodo dejó en el libro de control.
       ESCRIBIR-TOTALES.
       COMPUTE TOTAL-A-INGRESAR = TOTAL-TRABAJADOR + TOTAL-EMPRESA.
       MOVE "9" TO COTIZACION-TIPO.
       MOVE CONTADOR-LIQUIDADOS TO COTIZACION-ID.
       MOVE "TOTAL LIQUIDACION" TO COTIZACION-APELLIDOS.
       MOVE SPACE TO COTIZACION-NOMBRE.
       MOVE ZERO TO COTIZACION-DIAS.
       MOVE TOTAL-BASE TO COTIZACION-BASE.
       MOVE TOTAL-TRABAJADOR TO COTIZACION-TRABAJADOR.
       MOVE TOTAL-COMUNES TO COTIZACION-COMUNES.
       MOVE TOTAL-DESEMPLEO TO COTIZACION-DESEMPLEO.
       MOVE TOTAL-FORMACION TO COTIZACION-FORMACION.
       MOVE TOTAL-FOGASA TO COTIZACION-FOGASA.
       PERFORM GRABAR-COTIZACION.
       MOVE LINEA-SEPARADORA TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       MOVE "Nominas en el control de la nomina:" TO LC-TEXTO.
       MOVE NOMINA-REGISTROS TO LC-CONTADOR.
       MOVE SPACE TO LC-CUADRE.
       PERFORM ESCRIBIR-LINEA-CONTADOR.
       MOVE "Nominas del periodo en el historico:" TO LC-TEXTO.
       MOVE CONTADOR-HISTORICO TO LC-CONTADOR.
       IF CONTADOR-HISTORICO = NOMINA-REGISTROS
       MOVE "CUADRA" TO LC-CUADRE
       ELSE
       MOVE "NO CUADRA" TO LC-CUADRE
       MOVE "N" TO LIQUIDACION-CUADRADA
       END-IF.
       PERFORM ESCRIBIR-LINEA-CONTADOR.
       MOVE "Bruto en el control de la nomina:" TO LI-TEXTO.
       MOVE NOMINA-TOTAL-BRUTO TO LI-IMPORTE.
       MOVE SPACE TO LI-CUADRE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Bruto del periodo en el historico:" TO LI-TEXTO.
       MOVE TOTAL-BRUTO-HISTORICO TO LI-IMPORTE.
       IF TOTAL-BRUTO-HISTORICO = NOMINA-TOTAL-BRUTO
       MOVE "CUADRA" TO LI-CUADRE
       ELSE
       MOVE "NO CUADRA" TO LI-CUADRE
       MOVE "N" TO LIQUIDACION-CUADRADA
       END-IF.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Trabajadores liquidados:" TO LC-TEXTO.
       MOVE CONTADOR-LIQUIDADOS TO LC-CONTADOR.
       MOVE SPACE TO LC-CUADRE.
       PERFORM ESCRIBIR-LINEA-CONTADOR.
       MOVE "Nominas excluidas de la liquidacion:" TO LC-TEXTO.
       MOVE CONTADOR-EXCLUIDOS TO LC-CONTADOR.
       PERFORM ESCRIBIR-LINEA-CONTADOR.
       MOVE SPACE TO LI-CUADRE.
       MOVE "Total bases de cotizacion:" TO LI-TEXTO.
       MOVE TOTAL-BASE TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Cuota del trabajador:" TO LI-TEXTO.
       MOVE TOTAL-TRABAJADOR TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Empresa, contingencias comunes:" TO LI-TEXTO.
       MOVE TOTAL-COMUNES TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Empresa, desempleo:" TO LI-TEXTO.
       MOVE TOTAL-DESEMPLEO TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Empresa, formacion profesional:" TO LI-TEXTO.
       MOVE TOTAL-FORMACION TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Empresa, FOGASA:" TO LI-TEXTO.
       MOVE TOTAL-FOGASA TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Cuota de la empresa:" TO LI-TEXTO.
       MOVE TOTAL-EMPRESA TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Total a ingresar:" TO LI-TEXTO.
       MOVE TOTAL-A-INGRESAR TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.

       ESCRIBIR-LINEA-IMPORTE.
       MOVE LINEA-IMPORTE TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.

       ESCRIBIR-LINEA-CONTADOR.
       MOVE LINEA-CONTADOR TO LINEA-LIQUIDACION.
       WRITE LINEA-LIQUIDACION.
       END PROGRAM CAPITULO-66.
