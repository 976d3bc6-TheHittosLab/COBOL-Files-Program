       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-62.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Transferencias devueltas que comunica el banco.
       SELECT DEVOLUCIONES-BANCO-ARCHIVO
       ASSIGN TO "devoluciones-banco.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS DEVOLUCIONES-BANCO-ESTADO.
      *Archivo de transferencias de la última nómina (CAPITULO-32).
       SELECT TRANSFERENCIAS-ARCHIVO
       ASSIGN TO "transferencias.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TRANSFERENCIAS-ESTADO.
      *Devoluciones aceptadas, pendientes de reemitir o reemitidas.
       SELECT DEVOLUCIONES-ARCHIVO
       ASSIGN TO "devoluciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEVOLUCIONES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEVOLUCIONES-ARCHIVO-ESTADO.
      *Archivo de datos bancarios por empleado.
       SELECT CUENTAS-ARCHIVO
       ASSIGN TO "cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CUENTAS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CUENTAS-ESTADO.
      *Pagos devueltos que vuelven al banco con el IBAN corregido.
       SELECT REEMISIONES-ARCHIVO
       ASSIGN TO "reemisiones-banco.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      *Devoluciones que no cuadran con lo enviado y resumen.
       SELECT DISCREPANCIAS-ARCHIVO
       ASSIGN TO "discrepancias-devoluciones.dat"
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
      *Un registro por pago devuelto; el motivo es el código de
      *devolución del banco (AC04 cuenta cancelada, AC01 IBAN
      *erróneo, MD07 titular fallecido...).
       FD DEVOLUCIONES-BANCO-ARCHIVO.
       01 DB-REGISTRO.
           05 DB-ID PIC 9(6).
           05 DB-IBAN PIC X(24).
           05 DB-IMPORTE PIC 9(9)V99.
           05 DB-FECHA-VALOR PIC 9(8).
           05 DB-MOTIVO PIC X(4).

      *Mismo diseño que en la nómina mensual (CAPITULO-32): tipo 1
      *cabecera, 2 pago a un empleado, 9 totales enviados.
       FD TRANSFERENCIAS-ARCHIVO.
       01 TRANSFERENCIA-REGISTRO.
           05 TRANSFERENCIA-TIPO PIC X.
           05 TRANSFERENCIA-ID PIC 9(6).
           05 TRANSFERENCIA-APELLIDOS PIC X(35).
           05 TRANSFERENCIA-NOMBRE PIC X(25).
           05 TRANSFERENCIA-IBAN PIC X(24).
           05 TRANSFERENCIA-IMPORTE PIC 9(9)V99.
           05 TRANSFERENCIA-FECHA PIC 9(8).

      *Estado P pendiente de un IBAN nuevo, E reemitida.
       FD DEVOLUCIONES-ARCHIVO.
       01 DEVOLUCIONES-REGISTRO.
           05 DEVOLUCIONES-CLAVE.
               10 DEVOLUCIONES-PERIODO PIC 9(6).
               10 DEVOLUCIONES-ID PIC 9(6).
           05 DEVOLUCIONES-APELLIDOS PIC X(35).
           05 DEVOLUCIONES-NOMBRE PIC X(25).
           05 DEVOLUCIONES-IBAN PIC X(24).
           05 DEVOLUCIONES-IMPORTE PIC 9(9)V99.
           05 DEVOLUCIONES-FECHA-VALOR PIC 9(8).
           05 DEVOLUCIONES-MOTIVO PIC X(4).
           05 DEVOLUCIONES-FECHA-PROCESO PIC 9(8).
           05 DEVOLUCIONES-ESTADO PIC X.
           05 DEVOLUCIONES-FECHA-REEMISION PIC 9(8).
           05 DEVOLUCIONES-IBAN-REEMISION PIC X(24).

      *IBAN español de 24 posiciones validado por módulo 97.
      *Bloqueada "S" cuando el banco devuelve una transferencia:
      *la nómina no paga a esa cuenta hasta que se apruebe un IBAN
      *nuevo.
       FD CUENTAS-ARCHIVO.
       01 CUENTAS-REGISTRO.
           05 CUENTAS-ID PIC 9(6).
           05 CUENTAS-IBAN PIC X(24).
           05 CUENTAS-BLOQUEADA PIC X.
           05 CUENTAS-FECHA-BLOQUEO PIC 9(8).
           05 CUENTAS-MOTIVO-BLOQUEO PIC X(4).

      *Mismo formato que transferencias.dat para enviarlo al banco.
       FD REEMISIONES-ARCHIVO.
       01 REEMISION-REGISTRO.
           05 REEMISION-TIPO PIC X.
           05 REEMISION-ID PIC 9(6).
           05 REEMISION-APELLIDOS PIC X(35).
           05 REEMISION-NOMBRE PIC X(25).
           05 REEMISION-IBAN PIC X(24).
           05 REEMISION-IMPORTE PIC 9(9)V99.
           05 REEMISION-FECHA PIC 9(8).

       FD DISCREPANCIAS-ARCHIVO.
       01 LINEA-DISCREPANCIA PIC X(100).

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
       01  LEE-DEVOLUCIONES PIC X.
       01  LEE-TRANSFERENCIAS PIC X.
       01  LEE-CONTROL PIC X.
       01  DEVOLUCIONES-BANCO-ESTADO PIC X(2).
      *Con "N" no hay devoluciones nuevas y sólo se preparan las
      *reemisiones de las que ya tienen IBAN corregido.
       01  DEVOLUCIONES-BANCO-DISPONIBLE PIC X VALUE "N".
       01  TRANSFERENCIAS-ESTADO PIC X(2).
       01  DEVOLUCIONES-ARCHIVO-ESTADO PIC X(2).
       01  CUENTAS-ESTADO PIC X(2).
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
       01  FECHA-ENVIO PIC 9(8) VALUE ZERO.
       01  PERIODO-DEVOLUCION PIC 9(6) VALUE ZERO.
       01  PERIODO-DESGLOSE REDEFINES PERIODO-DEVOLUCION.
           05 PERIODO-ANO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  PERIODO-ENVIADO PIC X.
       01  TOTALES-LEIDOS PIC X VALUE "N".
       01  TABLA-DESBORDADA PIC X VALUE "N".
       01  REGISTROS-DECLARADOS PIC 9(6) VALUE ZERO.
       01  TOTAL-DECLARADO PIC 9(9)V99 VALUE ZERO.
       01  CONTADOR-ENVIADOS PIC 9(6) VALUE ZERO.
       01  TOTAL-ENVIADO PIC 9(9)V99 VALUE ZERO.
       01  CONTADOR-LEIDAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-DEVUELTAS PIC 9(6) VALUE ZERO.
       01  TOTAL-DEVUELTO PIC 9(9)V99 VALUE ZERO.
       01  CONTADOR-DISCREPANCIAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-BLOQUEADAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-REEMITIDAS PIC 9(6) VALUE ZERO.
       01  TOTAL-REEMITIDO PIC 9(9)V99 VALUE ZERO.
       01  CONTADOR-PENDIENTES PIC 9(6) VALUE ZERO.
       01  OBSERVACION PIC X(20).
       01  TRANSFERENCIA-ENCONTRADA PIC X.

      *Pagos de tipo 2 del archivo enviado al banco; se marcan al
      *casarlos con una devolución para detectar las repetidas.
       01  TR-MAXIMO PIC 9(4) VALUE 2000.
       01  TR-TOTAL PIC 9(4) VALUE ZERO.
       01  TR-I PIC 9(4).
       01  TABLA-TRANSFERENCIAS.
           05 TR-ENTRADA OCCURS 2000.
               10 TR-ID PIC 9(6).
               10 TR-APELLIDOS PIC X(35).
               10 TR-NOMBRE PIC X(25).
               10 TR-IBAN PIC X(24).
               10 TR-IMPORTE PIC 9(9)V99.
               10 TR-DEVUELTA PIC X.

       01  VALOR-BLOQUEO.
           05 FILLER PIC X(10) VALUE "BLOQUEADA ".
           05 VB-MOTIVO PIC X(4).

       01  LINEA-TITULO-DISCREPANCIAS.
           05 FILLER PIC X(30) VALUE "DEVOLUCIONES DEL BANCO".
           05 FILLER PIC X(10) VALUE "Periodo: ".
           05 LTD-PERIODO PIC 9(6).
           05 FILLER PIC X(10) VALUE "   Envio: ".
           05 LTD-ENVIO PIC 9(8).
           05 FILLER PIC X(10) VALUE "   Fecha: ".
           05 LTD-FECHA PIC 9(8).

       01  LINEA-SEPARADORA PIC X(100) VALUE ALL "-".

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(26) VALUE "IBAN DEVUELTO".
           05 FILLER PIC X(14) VALUE "IMPORTE".
           05 FILLER PIC X(10) VALUE "VALOR".
           05 FILLER PIC X(6) VALUE "COD.".
           05 FILLER PIC X(20) VALUE "DISCREPANCIA".

       01  LINEA-DETALLE-DISCREPANCIA.
           05 LDD-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDD-IBAN PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDD-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDD-MOTIVO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDD-OBSERVACION PIC X(20).

       01  LINEA-RESUMEN-ENVIO.
           05 FILLER PIC X(25) VALUE "Transferencias enviadas: ".
           05 LRE-ENVIADOS PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  Importe: ".
           05 LRE-ENVIADO PIC Z(8)9.99.

       01  LINEA-RESUMEN-DEVUELTO.
           05 FILLER PIC X(21) VALUE "Devoluciones leidas: ".
           05 LRD-LEIDAS PIC Z(5)9.
           05 FILLER PIC X(14) VALUE "  Aceptadas: ".
           05 LRD-DEVUELTAS PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  Importe: ".
           05 LRD-DEVUELTO PIC Z(8)9.99.
           05 FILLER PIC X(18) VALUE "  Discrepancias: ".
           05 LRD-DISCREPANCIAS PIC Z(5)9.

       01  LINEA-RESUMEN-REEMISION.
           05 FILLER PIC X(12) VALUE "Reemitidas: ".
           05 LRR-REEMITIDAS PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  Importe: ".
           05 LRR-REEMITIDO PIC Z(8)9.99.
           05 FILLER PIC X(29) VALUE "  Pendientes de IBAN nuevo: ".
           05 LRR-PENDIENTES PIC Z(5)9.

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
       IF EJECUCION-CANCELADA = "N"
       IF DEVOLUCIONES-BANCO-DISPONIBLE = "S"
       PERFORM PROCESAR-DEVOLUCIONES
       END-IF
       PERFORM PREPARAR-REEMISIONES
       PERFORM ESCRIBIR-RESUMEN
       PERFORM PROCEDIMIENTO-DE-CIERRE
       DISPLAY "Devoluciones leídas: " CONTADOR-LEIDAS
       DISPLAY "Devoluciones aceptadas: " CONTADOR-DEVUELTAS
       DISPLAY "Importe devuelto: " TOTAL-DEVUELTO
       DISPLAY "Discrepancias: " CONTADOR-DISCREPANCIAS
       DISPLAY "Cuentas bloqueadas: " CONTADOR-BLOQUEADAS
       DISPLAY "Pagos reemitidos: " CONTADOR-REEMITIDAS
       DISPLAY "Pendientes de IBAN nuevo: " CONTADOR-PENDIENTES
       END-IF.

       FINALIZA-PROGRAMA.
       GOBACK.

       OBTENER-PERIODO.
       MOVE ZERO TO PERIODO-DEVOLUCION.
       PERFORM UNTIL PERIODO-DEVOLUCION NUMERIC
       AND PERIODO-MES >= 1 AND PERIODO-MES <= 12
       DISPLAY "Periodo de la nómina devuelta (AAAAMM): "
       ACCEPT PERIODO-DEVOLUCION
       END-PERFORM.

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
       DISPLAY "Sólo un supervisor puede procesar las devoluciones"
           " del banco."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       PERFORM ABRIR-CONTROL.
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD.
       OPEN INPUT DEVOLUCIONES-BANCO-ARCHIVO.
       IF DEVOLUCIONES-BANCO-ESTADO = "00"
       MOVE "S" TO DEVOLUCIONES-BANCO-DISPONIBLE
       PERFORM OBTENER-PERIODO
       PERFORM CARGAR-TRANSFERENCIAS
       ELSE
       DISPLAY "Sin devoluciones del banco, sólo se preparan las"
           " reemisiones."
       END-IF.
       IF EJECUCION-CANCELADA = "N"
       PERFORM ABRIR-ARCHIVOS-DEVOLUCION.

       ABRIR-ARCHIVOS-DEVOLUCION.
       OPEN I-O DEVOLUCIONES-ARCHIVO.
       IF DEVOLUCIONES-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT DEVOLUCIONES-ARCHIVO
       CLOSE DEVOLUCIONES-ARCHIVO
       OPEN I-O DEVOLUCIONES-ARCHIVO.
       IF DEVOLUCIONES-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           DEVOLUCIONES-ARCHIVO-ESTADO
       STOP RUN.
       OPEN I-O CUENTAS-ARCHIVO.
       IF CUENTAS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de cuentas."
       CLOSE DEVOLUCIONES-ARCHIVO
       PERFORM ABANDONAR-EJECUCION
       ELSE
       OPEN OUTPUT REEMISIONES-ARCHIVO
       OPEN OUTPUT DISCREPANCIAS-ARCHIVO
       PERFORM ESCRIBIR-CABECERA-DISCREPANCIAS
       PERFORM REGISTRAR-INICIO-CONTROL
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       PERFORM REGISTRAR-FIN-CONTROL.
       IF DEVOLUCIONES-BANCO-DISPONIBLE = "S"
       CLOSE DEVOLUCIONES-BANCO-ARCHIVO.
       CLOSE DEVOLUCIONES-ARCHIVO.
       CLOSE CUENTAS-ARCHIVO.
       CLOSE REEMISIONES-ARCHIVO.
       CLOSE DISCREPANCIAS-ARCHIVO.
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.

      *Cancelación normal: se cierra lo abierto y se devuelve el
      *control sin abortar la sesión de la consola.
       ABANDONAR-EJECUCION.
       DISPLAY "Proceso de devoluciones cancelado.".
       MOVE "S" TO EJECUCION-CANCELADA.
       IF DEVOLUCIONES-BANCO-DISPONIBLE = "S"
       CLOSE DEVOLUCIONES-BANCO-ARCHIVO.
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

      *transferencias.dat se sobrescribe en cada nómina: las
      *devoluciones de un periodo se procesan antes de la siguiente.
       CARGAR-TRANSFERENCIAS.
       OPEN INPUT TRANSFERENCIAS-ARCHIVO.
       IF TRANSFERENCIAS-ESTADO NOT = "00"
       DISPLAY "Sin archivo de transferencias enviadas al banco."
       PERFORM ABANDONAR-EJECUCION
       ELSE
       MOVE "0" TO LEE-TRANSFERENCIAS
       PERFORM UNTIL LEE-TRANSFERENCIAS = "1"
       READ TRANSFERENCIAS-ARCHIVO
           AT END
           MOVE "1" TO LEE-TRANSFERENCIAS
       END-READ
       IF LEE-TRANSFERENCIAS NOT = "1"
       PERFORM ANOTAR-TRANSFERENCIA
       END-IF
       END-PERFORM
       CLOSE TRANSFERENCIAS-ARCHIVO
       PERFORM CUADRAR-TRANSFERENCIAS
       END-IF.
       IF EJECUCION-CANCELADA = "N"
       PERFORM COMPROBAR-PERIODO-ENVIADO.

       ANOTAR-TRANSFERENCIA.
       EVALUATE TRANSFERENCIA-TIPO
           WHEN "1"
           MOVE TRANSFERENCIA-FECHA TO FECHA-ENVIO
           WHEN "2"
           ADD 1 TO CONTADOR-ENVIADOS
           ADD TRANSFERENCIA-IMPORTE TO TOTAL-ENVIADO
           IF TR-TOTAL < TR-MAXIMO
           ADD 1 TO TR-TOTAL
           MOVE TRANSFERENCIA-ID TO TR-ID (TR-TOTAL)
           MOVE TRANSFERENCIA-APELLIDOS TO TR-APELLIDOS (TR-TOTAL)
           MOVE TRANSFERENCIA-NOMBRE TO TR-NOMBRE (TR-TOTAL)
           MOVE TRANSFERENCIA-IBAN TO TR-IBAN (TR-TOTAL)
           MOVE TRANSFERENCIA-IMPORTE TO TR-IMPORTE (TR-TOTAL)
           MOVE "N" TO TR-DEVUELTA (TR-TOTAL)
           ELSE
           MOVE "S" TO TABLA-DESBORDADA
           END-IF
           WHEN "9"
           MOVE "S" TO TOTALES-LEIDOS
           MOVE TRANSFERENCIA-ID TO REGISTROS-DECLARADOS
           MOVE TRANSFERENCIA-IMPORTE TO TOTAL-DECLARADO
       END-EVALUATE.

      *Los pagos tienen que cuadrar con el registro de totales antes
      *de casar ninguna devolución.
       CUADRAR-TRANSFERENCIAS.
       IF TABLA-DESBORDADA = "S"
       DISPLAY "El archivo de transferencias supera los " TR-MAXIMO
           " pagos que admite el proceso."
       PERFORM ABANDONAR-EJECUCION.
       IF EJECUCION-CANCELADA = "N" AND TOTALES-LEIDOS = "N"
       DISPLAY "El archivo de transferencias no tiene registro de"
           " totales."
       PERFORM ABANDONAR-EJECUCION.
       IF EJECUCION-CANCELADA = "N"
       AND (CONTADOR-ENVIADOS NOT = REGISTROS-DECLARADOS
       OR TOTAL-ENVIADO NOT = TOTAL-DECLARADO)
       DISPLAY "Los pagos del archivo de transferencias no cuadran"
           " con su registro de totales."
       PERFORM ABANDONAR-EJECUCION.

      *El envío tiene que ser de una nómina finalizada del periodo:
      *la fecha de la cabecera es la del día de ejecución.
       COMPROBAR-PERIODO-ENVIADO.
       MOVE "N" TO PERIODO-ENVIADO.
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
       IF CONTROL-PERIODO = PERIODO-DEVOLUCION
       AND CONTROL-ESTADO = "F"
       AND (CONTROL-FECHA-INICIO = FECHA-ENVIO
       OR CONTROL-FECHA-FIN = FECHA-ENVIO)
       MOVE "S" TO PERIODO-ENVIADO
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM.
       IF PERIODO-ENVIADO = "N"
       DISPLAY "El archivo de transferencias del " FECHA-ENVIO
           " no es de una nómina finalizada del periodo "
           PERIODO-DEVOLUCION "."
       PERFORM ABANDONAR-EJECUCION.

       REGISTRAR-INICIO-CONTROL.
       MOVE "CAPITULO-62" TO CONTROL-PROGRAMA.
       ACCEPT CONTROL-FECHA-INICIO FROM DATE YYYYMMDD.
       ACCEPT CONTROL-HORA-INICIO FROM TIME.
       MOVE CONTROL-FECHA-INICIO TO CONTROL-FECHA-GUARDADA.
       MOVE CONTROL-HORA-INICIO TO CONTROL-HORA-GUARDADA.
       MOVE "I" TO CONTROL-ESTADO.
       MOVE OPERADOR-ENTRADA TO CONTROL-OPERADOR.
       MOVE PERIODO-DEVOLUCION TO CONTROL-PERIODO.
       MOVE ZERO TO CONTROL-REGISTROS.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE FECHA-ENVIO TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

       REGISTRAR-FIN-CONTROL.
       MOVE "CAPITULO-62" TO CONTROL-PROGRAMA.
       MOVE CONTROL-FECHA-GUARDADA TO CONTROL-FECHA-INICIO.
       MOVE CONTROL-HORA-GUARDADA TO CONTROL-HORA-INICIO.
       READ CONTROL-ARCHIVO.
       MOVE "F" TO CONTROL-ESTADO.
       MOVE CONTADOR-DEVUELTAS TO CONTROL-REGISTROS.
       MOVE TOTAL-DEVUELTO TO CONTROL-TOTAL.
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

       PROCESAR-DEVOLUCIONES.
       MOVE "0" TO LEE-DEVOLUCIONES.
       PERFORM UNTIL LEE-DEVOLUCIONES = "1"
       READ DEVOLUCIONES-BANCO-ARCHIVO
           AT END
           MOVE "1" TO LEE-DEVOLUCIONES
       END-READ
       IF LEE-DEVOLUCIONES NOT = "1"
       PERFORM TRATAR-DEVOLUCION
       END-IF
       END-PERFORM.

      *Sólo se acepta la devolución de un pago que se envió de
      *verdad: mismo empleado, IBAN e importe, y una sola vez.
       TRATAR-DEVOLUCION.
       ADD 1 TO CONTADOR-LEIDAS.
       MOVE SPACE TO OBSERVACION.
       PERFORM BUSCAR-TRANSFERENCIA.
       EVALUATE TRUE
           WHEN TRANSFERENCIA-ENCONTRADA = "N"
           MOVE "SIN TRANSFERENCIA" TO OBSERVACION
           WHEN DB-IBAN NOT = TR-IBAN (TR-I)
           MOVE "IBAN DISTINTO" TO OBSERVACION
           WHEN DB-IMPORTE NOT = TR-IMPORTE (TR-I)
           MOVE "IMPORTE DISTINTO" TO OBSERVACION
           WHEN DB-FECHA-VALOR < FECHA-ENVIO
           MOVE "VALOR ANTES DE ENVIO" TO OBSERVACION
           WHEN TR-DEVUELTA (TR-I) = "S"
           MOVE "DEVOLUCION REPETIDA" TO OBSERVACION
           WHEN OTHER
           PERFORM REGISTRAR-DEVOLUCION
       END-EVALUATE.
       IF OBSERVACION NOT = SPACE
       PERFORM ESCRIBIR-DISCREPANCIA.

       BUSCAR-TRANSFERENCIA.
       MOVE "N" TO TRANSFERENCIA-ENCONTRADA.
       MOVE 1 TO TR-I.
       PERFORM UNTIL TR-I > TR-TOTAL
       OR TRANSFERENCIA-ENCONTRADA = "S"
       IF TR-ID (TR-I) = DB-ID
       MOVE "S" TO TRANSFERENCIA-ENCONTRADA
       ELSE
       ADD 1 TO TR-I
       END-IF
       END-PERFORM.

      *Una devolución ya registrada en otra ejecución del mismo
      *periodo se rechaza por clave repetida.
       REGISTRAR-DEVOLUCION.
       MOVE PERIODO-DEVOLUCION TO DEVOLUCIONES-PERIODO.
       MOVE DB-ID TO DEVOLUCIONES-ID.
       MOVE TR-APELLIDOS (TR-I) TO DEVOLUCIONES-APELLIDOS.
       MOVE TR-NOMBRE (TR-I) TO DEVOLUCIONES-NOMBRE.
       MOVE DB-IBAN TO DEVOLUCIONES-IBAN.
       MOVE DB-IMPORTE TO DEVOLUCIONES-IMPORTE.
       MOVE DB-FECHA-VALOR TO DEVOLUCIONES-FECHA-VALOR.
       MOVE DB-MOTIVO TO DEVOLUCIONES-MOTIVO.
       MOVE FECHA-EJECUCION TO DEVOLUCIONES-FECHA-PROCESO.
       MOVE "P" TO DEVOLUCIONES-ESTADO.
       MOVE ZERO TO DEVOLUCIONES-FECHA-REEMISION.
       MOVE SPACE TO DEVOLUCIONES-IBAN-REEMISION.
       WRITE DEVOLUCIONES-REGISTRO
           INVALID KEY
           MOVE "YA REGISTRADA" TO OBSERVACION
           NOT INVALID KEY
           MOVE "S" TO TR-DEVUELTA (TR-I)
           ADD 1 TO CONTADOR-DEVUELTAS
           ADD DB-IMPORTE TO TOTAL-DEVUELTO
           PERFORM BLOQUEAR-CUENTA
       END-WRITE.

      *Si la cuenta ya tiene otro IBAN aprobado no se bloquea: la
      *reemisión irá directamente a la cuenta nueva.
       BLOQUEAR-CUENTA.
       MOVE DB-ID TO CUENTAS-ID.
       READ CUENTAS-ARCHIVO.
       IF CUENTAS-ESTADO = "00" AND CUENTAS-IBAN = DB-IBAN
       MOVE "S" TO CUENTAS-BLOQUEADA
       MOVE FECHA-EJECUCION TO CUENTAS-FECHA-BLOQUEO
       MOVE DB-MOTIVO TO CUENTAS-MOTIVO-BLOQUEO
       REWRITE CUENTAS-REGISTRO
       ADD 1 TO CONTADOR-BLOQUEADAS
       PERFORM AUDITAR-BLOQUEO.

       AUDITAR-BLOQUEO.
       MOVE CUENTAS-ID TO AUDITORIA-ID.
       MOVE "BLOQ" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "IBAN" TO AUDITORIA-CAMPO.
       MOVE CUENTAS-IBAN TO AUDITORIA-VALOR-ANTERIOR.
       MOVE DB-MOTIVO TO VB-MOTIVO.
       MOVE VALOR-BLOQUEO TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       ESCRIBIR-DISCREPANCIA.
       MOVE DB-ID TO LDD-ID.
       MOVE DB-IBAN TO LDD-IBAN.
       MOVE DB-IMPORTE TO LDD-IMPORTE.
       MOVE DB-FECHA-VALOR TO LDD-FECHA.
       MOVE DB-MOTIVO TO LDD-MOTIVO.
       MOVE OBSERVACION TO LDD-OBSERVACION.
       MOVE LINEA-DETALLE-DISCREPANCIA TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       ADD 1 TO CONTADOR-DISCREPANCIAS.

      *Se reemite cada devolución pendiente cuya cuenta ya tiene un
      *IBAN nuevo aprobado y sin bloqueo; las demás siguen
      *esperando.
       PREPARAR-REEMISIONES.
       MOVE "1" TO REEMISION-TIPO.
       MOVE ZERO TO REEMISION-ID.
       MOVE "REEMISION NOMINAS DEVUELTAS" TO REEMISION-APELLIDOS.
       MOVE SPACE TO REEMISION-NOMBRE.
       MOVE SPACE TO REEMISION-IBAN.
       MOVE ZERO TO REEMISION-IMPORTE.
       MOVE FECHA-EJECUCION TO REEMISION-FECHA.
       WRITE REEMISION-REGISTRO.
       MOVE ZERO TO DEVOLUCIONES-PERIODO.
       MOVE ZERO TO DEVOLUCIONES-ID.
       START DEVOLUCIONES-ARCHIVO
           KEY IS NOT LESS THAN DEVOLUCIONES-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-DEVOLUCIONES
           NOT INVALID KEY
           MOVE "0" TO LEE-DEVOLUCIONES
       END-START.
       PERFORM UNTIL LEE-DEVOLUCIONES = "1"
       READ DEVOLUCIONES-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-DEVOLUCIONES
       END-READ
       IF LEE-DEVOLUCIONES NOT = "1"
       AND DEVOLUCIONES-ESTADO = "P"
       PERFORM COMPROBAR-REEMISION
       END-IF
       END-PERFORM.
       MOVE "9" TO REEMISION-TIPO.
       MOVE CONTADOR-REEMITIDAS TO REEMISION-ID.
       MOVE "TOTAL REEMITIDO" TO REEMISION-APELLIDOS.
       MOVE SPACE TO REEMISION-NOMBRE.
       MOVE SPACE TO REEMISION-IBAN.
       MOVE TOTAL-REEMITIDO TO REEMISION-IMPORTE.
       MOVE FECHA-EJECUCION TO REEMISION-FECHA.
       WRITE REEMISION-REGISTRO.

       COMPROBAR-REEMISION.
       MOVE DEVOLUCIONES-ID TO CUENTAS-ID.
       READ CUENTAS-ARCHIVO.
       IF CUENTAS-ESTADO = "00" AND CUENTAS-BLOQUEADA NOT = "S"
       AND CUENTAS-IBAN NOT = DEVOLUCIONES-IBAN
       PERFORM ESCRIBIR-REEMISION
       ELSE
       ADD 1 TO CONTADOR-PENDIENTES
       END-IF.

       ESCRIBIR-REEMISION.
       MOVE "2" TO REEMISION-TIPO.
       MOVE DEVOLUCIONES-ID TO REEMISION-ID.
       MOVE DEVOLUCIONES-APELLIDOS TO REEMISION-APELLIDOS.
       MOVE DEVOLUCIONES-NOMBRE TO REEMISION-NOMBRE.
       MOVE CUENTAS-IBAN TO REEMISION-IBAN.
       MOVE DEVOLUCIONES-IMPORTE TO REEMISION-IMPORTE.
       MOVE FECHA-EJECUCION TO REEMISION-FECHA.
       WRITE REEMISION-REGISTRO.
       ADD 1 TO CONTADOR-REEMITIDAS.
       ADD DEVOLUCIONES-IMPORTE TO TOTAL-REEMITIDO.
       MOVE "E" TO DEVOLUCIONES-ESTADO.
       MOVE FECHA-EJECUCION TO DEVOLUCIONES-FECHA-REEMISION.
       MOVE CUENTAS-IBAN TO DEVOLUCIONES-IBAN-REEMISION.
       REWRITE DEVOLUCIONES-REGISTRO.

       ESCRIBIR-CABECERA-DISCREPANCIAS.
       MOVE PERIODO-DEVOLUCION TO LTD-PERIODO.
       MOVE FECHA-ENVIO TO LTD-ENVIO.
       MOVE FECHA-EJECUCION TO LTD-FECHA.
       MOVE LINEA-TITULO-DISCREPANCIAS TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       MOVE LINEA-SEPARADORA TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       MOVE LINEA-CABECERA-COLUMNAS TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       MOVE LINEA-SEPARADORA TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.

       ESCRIBIR-RESUMEN.
       MOVE LINEA-SEPARADORA TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       MOVE CONTADOR-ENVIADOS TO LRE-ENVIADOS.
       MOVE TOTAL-ENVIADO TO LRE-ENVIADO.
       MOVE LINEA-RESUMEN-ENVIO TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       MOVE CONTADOR-LEIDAS TO LRD-LEIDAS.
       MOVE CONTADOR-DEVUELTAS TO LRD-DEVUELTAS.
       MOVE TOTAL-DEVUELTO TO LRD-DEVUELTO.
       MOVE CONTADOR-DISCREPANCIAS TO LRD-DISCREPANCIAS.
       MOVE LINEA-RESUMEN-DEVUELTO TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       MOVE CONTADOR-REEMITIDAS TO LRR-REEMITIDAS.
       MOVE TOTAL-REEMITIDO TO LRR-REEMITIDO.
       MOVE CONTADOR-PENDIENTES TO LRR-PENDIENTES.
       MOVE LINEA-RESUMEN-REEMISION TO LINEA-DISCREPANCIA.
       WRITE LINEA-DISCREPANCIA.
       END PROGRAM CAPITULO-62.
