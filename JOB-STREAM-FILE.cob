       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-64.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Pasos de la cadena nocturna en orden de ejecución.
       SELECT PASOS-ARCHIVO
       ASSIGN TO "cadena-nocturna.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PASOS-ESTADO.
      *Resumen de la ejecución de la cadena.
       SELECT RESUMEN-ARCHIVO
       ASSIGN TO "resumen-cadena.dat"
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
      *Un paso por línea: número, programa que se llama y, si lo
      *tiene, el programa que debe constar como finalizado (F) en el
      *libro de control desde el inicio de la cadena. Los números
      *deben ir en orden creciente y sin repetir, porque los pasos se
      *ejecutan en el orden del archivo y se reanudan por posición.
       FD PASOS-ARCHIVO.
       01 PASOS-REGISTRO.
           05 PASOS-NUMERO PIC 9(2).
           05 PASOS-PROGRAMA PIC X(12).
           05 PASOS-REQUISITO PIC X(12).
           05 PASOS-DESCRIPCION PIC X(30).

       FD RESUMEN-ARCHIVO.
       01 LINEA-RESUMEN PIC X(100).

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
       01  LEE-PASOS PIC X.
       01  LEE-CONTROL PIC X.
       01  PASOS-ESTADO PIC X(2).
       01  AUDITORIA-ESTADO PIC X(2).
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       01  CLAVE-ENTRADA PIC X(8).
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
      *Con "S" la sesión la abrió la cadena y se cierra al terminar.
       01  SESION-PROPIA PIC X VALUE "N".
       01  CONTROL-ARCHIVO-ESTADO PIC X(2).
       01  EJECUCION-CANCELADA PIC X VALUE "N".
       01  FECHA-EJECUCION PIC 9(8).
       01  FECHA-EJECUCION-DESGLOSE REDEFINES FECHA-EJECUCION.
           05 FECHA-EJECUCION-ANO PIC 9(4).
           05 FECHA-EJECUCION-MES PIC 9(2).
           05 FECHA-EJECUCION-DIA PIC 9(2).
      *El cierre de auditoría de la cadena llega hasta el mes
      *anterior al de ejecución.
       01  PERIODO-CADENA PIC 9(6).
       01  PERIODO-CADENA-DESGLOSE REDEFINES PERIODO-CADENA.
           05 PERIODO-CADENA-ANO PIC 9(4).
           05 PERIODO-CADENA-MES PIC 9(2).
      *La hora del sistema llega como HHMMSScc.
       01  HORA-SISTEMA PIC 9(8).
       01  HORA-SISTEMA-DESGLOSE REDEFINES HORA-SISTEMA.
           05 HORA-SISTEMA-HHMMSS PIC 9(6).
           05 HORA-SISTEMA-CC PIC 9(2).

      *Clave del registro de control de la cadena: una cadena que
      *no terminó se reanuda con el mismo registro y el mismo
      *periodo.
       01  CADENA-FECHA-INICIO PIC 9(8).
       01  CADENA-HORA-INICIO PIC 9(6).
       01  CADENA-PERIODO-INICIO PIC 9(6).
       01  CADENA-REANUDADA PIC X VALUE "N".
       01  CADENA-DETENIDA PIC X VALUE "N".
       01  PASOS-COMPLETADOS PIC 9(2) VALUE ZERO.
       01  PASO-DETENIDO PIC 9(2) VALUE ZERO.
       01  PROGRAMA-PASO PIC X(12).
       01  PROGRAMA-CARGADO PIC X.
       01  PROGRAMA-BUSCADO PIC X(12).
       01  FECHA-MINIMA PIC 9(8).
       01  REQUISITO-CUMPLIDO PIC X.
       01  CONTROL-NUEVO PIC X.
       01  ESTADO-NUEVO PIC X.
       01  REGISTROS-NUEVO PIC 9(6).
       01  CONTROL-PREVIO PIC X.

      *Pasos leídos del archivo de la cadena con su resultado.
       01  PS-MAXIMO PIC 9(2) VALUE 20.
       01  PS-TOTAL PIC 9(2) VALUE ZERO.
       01  PS-I PIC 9(2).
       01  PASOS-DESBORDADOS PIC X VALUE "N".
       01  NUMERO-PASO-ANTERIOR PIC 9(2) VALUE ZERO.
       01  TABLA-PASOS.
           05 PS-ENTRADA OCCURS 20.
               10 PS-NUMERO PIC 9(2).
               10 PS-PROGRAMA PIC X(12).
               10 PS-REQUISITO PIC X(12).
               10 PS-DESCRIPCION PIC X(30).
               10 PS-INICIO PIC 9(6).
               10 PS-FIN PIC 9(6).
               10 PS-REGISTROS PIC 9(6).
               10 PS-RESULTADO PIC X(15).

      *Ejecuciones del paso que ya estaban en el libro de control
      *antes de llamarlo, para reconocer la que deja el paso.
       01  CP-MAXIMO PIC 9(2) VALUE 50.
       01  CP-TOTAL PIC 9(2).
       01  CP-I PIC 9(2).
       01  TABLA-CONTROLES-PREVIOS.
           05 CP-ENTRADA OCCURS 50.
               10 CP-FECHA PIC 9(8).
               10 CP-HORA PIC 9(6).

       01  LINEA-TITULO.
           05 FILLER PIC X(20) VALUE "CADENA NOCTURNA".
           05 FILLER PIC X(12) VALUE "Ejecución: ".
           05 LT-FECHA PIC 9(8).
           05 FILLER PIC X(20) VALUE "   Cadena iniciada: ".
           05 LT-INICIO PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LT-REANUDADA PIC X(9).

       01  LINEA-SEPARADORA PIC X(100) VALUE ALL "-".

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(6) VALUE "PASO".
           05 FILLER PIC X(14) VALUE "PROGRAMA".
           05 FILLER PIC X(32) VALUE "DESCRIPCION".
           05 FILLER PIC X(10) VALUE "INICIO".
           05 FILLER PIC X(10) VALUE "FIN".
           05 FILLER PIC X(11) VALUE "REGISTROS".
           05 FILLER PIC X(15) VALUE "RESULTADO".

       01  LINEA-DETALLE.
           05 LD-NUMERO PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LD-PROGRAMA PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DESCRIPCION PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-INICIO PIC 99B99B99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-FIN PIC 99B99B99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-REGISTROS PIC Z(5)9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 LD-RESULTADO PIC X(15).

       01  LINEA-FINAL.
           05 FILLER PIC X(19) VALUE "Pasos terminados: ".
           05 LF-COMPLETADOS PIC Z9.
           05 FILLER PIC X(4) VALUE " de ".
           05 LF-TOTAL PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LF-SITUACION PIC X(40).

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       01  SESION-COMPARTIDA EXTERNAL.
           05 SESION-ACTIVA PIC X.
           05 SESION-OPERADOR PIC X(8).
           05 SESION-NIVEL PIC 9.

      *Ejecución dentro de la cadena nocturna: los pasos toman de
      *aquí los datos que de otro modo piden en pantalla.
       01  CADENA-NOCTURNA EXTERNAL.
           05 CADENA-ACTIVA PIC X.
           05 CADENA-PERIODO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF EJECUCION-CANCELADA = "N"
       PERFORM PREPARAR-CADENA
       PERFORM EJECUTAR-PASOS
       PERFORM CERRAR-CADENA
       PERFORM ESCRIBIR-RESUMEN
       PERFORM PROCEDIMIENTO-DE-CIERRE
       END-IF.

       FINALIZA-PROGRAMA.
       GOBACK.

      *La auditoría y los operadores sólo hacen falta para validar la
      *sesión: se cierran antes de los pasos, que los abren a su vez.
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
       CLOSE AUDITORIA-ARCHIVO.
       CLOSE OPERADORES-ARCHIVO.
       IF NIVEL-OPERADOR < 3
       DISPLAY "Sólo un supervisor puede lanzar la cadena nocturna."
       MOVE "S" TO EJECUCION-CANCELADA
       ELSE
       PERFORM CARGAR-PASOS
       END-IF.
       IF EJECUCION-CANCELADA = "N"
       PERFORM COMPARTIR-SESION
       OPEN OUTPUT RESUMEN-ARCHIVO
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE RESUMEN-ARCHIVO.
       MOVE "N" TO CADENA-ACTIVA.
       IF SESION-PROPIA = "S"
       MOVE "N" TO SESION-ACTIVA.

      *Lanzada fuera de la consola, la cadena deja abierta la sesión
      *para que los pasos no pidan el operador.
       COMPARTIR-SESION.
       IF SESION-ACTIVA NOT = "S"
       MOVE "S" TO SESION-PROPIA
       MOVE "S" TO SESION-ACTIVA
       MOVE OPERADOR-ENTRADA TO SESION-OPERADOR
       MOVE NIVEL-OPERADOR TO SESION-NIVEL
       END-IF.

       CARGAR-PASOS.
       OPEN INPUT PASOS-ARCHIVO.
       IF PASOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de la cadena nocturna."
       MOVE "S" TO EJECUCION-CANCELADA
       ELSE
       MOVE "0" TO LEE-PASOS
       PERFORM UNTIL LEE-PASOS = "1"
       READ PASOS-ARCHIVO
           AT END
           MOVE "1" TO LEE-PASOS
       END-READ
       IF LEE-PASOS NOT = "1"
       PERFORM ANOTAR-PASO
       END-IF
       END-PERFORM
       CLOSE PASOS-ARCHIVO
       END-IF.
       IF EJECUCION-CANCELADA = "N" AND PASOS-DESBORDADOS = "S"
       DISPLAY "La cadena supera los " PS-MAXIMO " pasos admitidos."
       MOVE "S" TO EJECUCION-CANCELADA.
       IF EJECUCION-CANCELADA = "N" AND PS-TOTAL = ZERO
       DISPLAY "La cadena nocturna no tiene pasos."
       MOVE "S" TO EJECUCION-CANCELADA.

       ANOTAR-PASO.
       IF PASOS-NUMERO NOT NUMERIC
       DISPLAY "Número de paso no válido: " PASOS-NUMERO " "
           PASOS-PROGRAMA
       MOVE "S" TO EJECUCION-CANCELADA
       ELSE
       IF PASOS-NUMERO NOT > NUMERO-PASO-ANTERIOR
       DISPLAY "Paso " PASOS-NUMERO " " PASOS-PROGRAMA
           " fuera de orden o repetido."
       MOVE "S" TO EJECUCION-CANCELADA
       ELSE
       MOVE PASOS-NUMERO TO NUMERO-PASO-ANTERIOR
       PERFORM GUARDAR-PASO
       END-IF
       END-IF.

       GUARDAR-PASO.
       IF PS-TOTAL < PS-MAXIMO
       ADD 1 TO PS-TOTAL
       MOVE PASOS-NUMERO TO PS-NUMERO (PS-TOTAL)
       MOVE PASOS-PROGRAMA TO PS-PROGRAMA (PS-TOTAL)
       MOVE PASOS-REQUISITO TO PS-REQUISITO (PS-TOTAL)
       MOVE PASOS-DESCRIPCION TO PS-DESCRIPCION (PS-TOTAL)
       MOVE ZERO TO PS-INICIO (PS-TOTAL)
       MOVE ZERO TO PS-FIN (PS-TOTAL)
       MOVE ZERO TO PS-REGISTROS (PS-TOTAL)
       MOVE "NO EJECUTADO" TO PS-RESULTADO (PS-TOTAL)
       ELSE
       MOVE "S" TO PASOS-DESBORDADOS
       END-IF.

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

      *Una cadena que no llegó a finalizar se reanuda desde el paso
      *siguiente al último terminado, sin repetir los anteriores, y
      *con el periodo con que empezó aunque haya cambiado el mes.
       PREPARAR-CADENA.
       IF FECHA-EJECUCION-MES = 1
       COMPUTE PERIODO-CADENA-ANO = FECHA-EJECUCION-ANO - 1
       MOVE 12 TO PERIODO-CADENA-MES
       ELSE
       MOVE FECHA-EJECUCION-ANO TO PERIODO-CADENA-ANO
       COMPUTE PERIODO-CADENA-MES = FECHA-EJECUCION-MES - 1
       END-IF.
       MOVE "S" TO CADENA-ACTIVA.
       PERFORM ABRIR-CONTROL.
       PERFORM BUSCAR-CADENA-INTERRUMPIDA.
       IF CADENA-REANUDADA = "S"
       MOVE CADENA-PERIODO-INICIO TO PERIODO-CADENA
       DISPLAY "Se reanuda la cadena iniciada el "
           CADENA-FECHA-INICIO " para el periodo " PERIODO-CADENA
           "; pasos ya terminados: " PASOS-COMPLETADOS
       ELSE
       PERFORM REGISTRAR-INICIO-CONTROL
       END-IF.
       MOVE PERIODO-CADENA TO CADENA-PERIODO.
       CLOSE CONTROL-ARCHIVO.
       MOVE 1 TO PS-I.
       PERFORM UNTIL PS-I > PS-TOTAL OR PS-I > PASOS-COMPLETADOS
       MOVE "YA TERMINADO" TO PS-RESULTADO (PS-I)
       ADD 1 TO PS-I
       END-PERFORM.

       BUSCAR-CADENA-INTERRUMPIDA.
       MOVE "CAPITULO-64" TO CONTROL-PROGRAMA.
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
       IF CONTROL-PROGRAMA = "CAPITULO-64"
       IF CONTROL-ESTADO = "I"
       MOVE "S" TO CADENA-REANUDADA
       MOVE CONTROL-FECHA-INICIO TO CADENA-FECHA-INICIO
       MOVE CONTROL-HORA-INICIO TO CADENA-HORA-INICIO
       MOVE CONTROL-PERIODO TO CADENA-PERIODO-INICIO
       MOVE CONTROL-REGISTROS TO PASOS-COMPLETADOS
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM.

      *Los registros del registro de control de la cadena cuentan
      *los pasos terminados; la reanudación parte de ese número.
       REGISTRAR-INICIO-CONTROL.
       MOVE "CAPITULO-64" TO CONTROL-PROGRAMA.
       ACCEPT CONTROL-FECHA-INICIO FROM DATE YYYYMMDD.
       ACCEPT CONTROL-HORA-INICIO FROM TIME.
       MOVE CONTROL-FECHA-INICIO TO CADENA-FECHA-INICIO.
       MOVE CONTROL-HORA-INICIO TO CADENA-HORA-INICIO.
       MOVE "I" TO CONTROL-ESTADO.
       MOVE OPERADOR-ENTRADA TO CONTROL-OPERADOR.
       MOVE PERIODO-CADENA TO CONTROL-PERIODO.
       MOVE ZERO TO CONTROL-REGISTROS.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE SPACE TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

       LEER-CONTROL-CADENA.
       MOVE "CAPITULO-64" TO CONTROL-PROGRAMA.
       MOVE CADENA-FECHA-INICIO TO CONTROL-FECHA-INICIO.
       MOVE CADENA-HORA-INICIO TO CONTROL-HORA-INICIO.
       READ CONTROL-ARCHIVO.

       ANOTAR-PASO-TERMINADO.
       MOVE PS-I TO PASOS-COMPLETADOS.
       PERFORM ABRIR-CONTROL.
       PERFORM LEER-CONTROL-CADENA.
       MOVE PASOS-COMPLETADOS TO CONTROL-REGISTROS.
       REWRITE CONTROL-REGISTRO.
       CLOSE CONTROL-ARCHIVO.

      *Si un paso se detiene la cadena queda iniciada: la próxima
      *ejecución empieza por ese paso.
       CERRAR-CADENA.
       IF CADENA-DETENIDA = "N"
       PERFORM ABRIR-CONTROL
       PERFORM LEER-CONTROL-CADENA
       MOVE "F" TO CONTROL-ESTADO
       MOVE PASOS-COMPLETADOS TO CONTROL-REGISTROS
       ACCEPT CONTROL-FECHA-FIN FROM DATE YYYYMMDD
       ACCEPT CONTROL-HORA-FIN FROM TIME
       REWRITE CONTROL-REGISTRO
       CLOSE CONTROL-ARCHIVO
       DISPLAY "Cadena nocturna terminada."
       ELSE
       DISPLAY "Cadena detenida en el paso " PASO-DETENIDO
           "; la próxima ejecución la reanuda desde ese paso."
       END-IF.

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

       EJECUTAR-PASOS.
       COMPUTE PS-I = PASOS-COMPLETADOS + 1.
       PERFORM UNTIL PS-I > PS-TOTAL OR CADENA-DETENIDA = "S"
       PERFORM EJECUTAR-PASO
       IF CADENA-DETENIDA = "N"
       PERFORM ANOTAR-PASO-TERMINADO
       ADD 1 TO PS-I
       END-IF
       END-PERFORM.

      *Un paso termina bien cuando deja en el libro de control una
      *ejecución nueva finalizada; en otro caso la cadena se para.
       EJECUTAR-PASO.
       MOVE PS-PROGRAMA (PS-I) TO PROGRAMA-PASO.
       MOVE "S" TO REQUISITO-CUMPLIDO.
       IF PS-REQUISITO (PS-I) NOT = SPACE
       PERFORM COMPROBAR-REQUISITO.
       IF REQUISITO-CUMPLIDO = "N"
       MOVE "FALTA REQUISITO" TO PS-RESULTADO (PS-I)
       PERFORM DETENER-CADENA
       ELSE
       DISPLAY "Paso " PS-NUMERO (PS-I) ": " PROGRAMA-PASO " "
           PS-DESCRIPCION (PS-I)
       PERFORM ANOTAR-CONTROLES-PREVIOS
       ACCEPT HORA-SISTEMA FROM TIME
       MOVE HORA-SISTEMA-HHMMSS TO PS-INICIO (PS-I)
       MOVE "S" TO PROGRAMA-CARGADO
       CALL PROGRAMA-PASO
           ON EXCEPTION
           MOVE "N" TO PROGRAMA-CARGADO
       END-CALL
       CANCEL PROGRAMA-PASO
       ACCEPT HORA-SISTEMA FROM TIME
       MOVE HORA-SISTEMA-HHMMSS TO PS-FIN (PS-I)
       PERFORM COMPROBAR-PASO
       END-IF.

       COMPROBAR-PASO.
       IF PROGRAMA-CARGADO = "N"
       MOVE "NO ENCONTRADO" TO PS-RESULTADO (PS-I)
       PERFORM DETENER-CADENA
       ELSE
       PERFORM BUSCAR-CONTROL-PASO
       IF CONTROL-NUEVO = "N"
       MOVE "SIN CONTROL" TO PS-RESULTADO (PS-I)
       PERFORM DETENER-CADENA
       ELSE
       MOVE REGISTROS-NUEVO TO PS-REGISTROS (PS-I)
       IF ESTADO-NUEVO = "F"
       MOVE "TERMINADO" TO PS-RESULTADO (PS-I)
       ELSE
       MOVE "SIN FINALIZAR" TO PS-RESULTADO (PS-I)
       PERFORM DETENER-CADENA
       END-IF
       END-IF
       END-IF.

       DETENER-CADENA.
       MOVE "S" TO CADENA-DETENIDA.
       MOVE PS-NUMERO (PS-I) TO PASO-DETENIDO.
       DISPLAY "Paso " PS-NUMERO (PS-I) " " PROGRAMA-PASO ": "
           PS-RESULTADO (PS-I).

      *El requisito vale si consta finalizado desde el día en que
      *empezó la cadena, dentro o fuera de ella.
       COMPROBAR-REQUISITO.
       MOVE "N" TO REQUISITO-CUMPLIDO.
       MOVE PS-REQUISITO (PS-I) TO PROGRAMA-BUSCADO.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "00"
       PERFORM POSICIONAR-CONTROL
       PERFORM UNTIL LEE-CONTROL = "1"
       READ CONTROL-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CONTROL
       END-READ
       IF LEE-CONTROL NOT = "1"
       IF CONTROL-PROGRAMA = PROGRAMA-BUSCADO
       IF CONTROL-ESTADO = "F"
       AND CONTROL-FECHA-INICIO >= CADENA-FECHA-INICIO
       MOVE "S" TO REQUISITO-CUMPLIDO
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM
       CLOSE CONTROL-ARCHIVO
       END-IF.

       POSICIONAR-CONTROL.
       MOVE PROGRAMA-BUSCADO TO CONTROL-PROGRAMA.
       MOVE ZERO TO CONTROL-FECHA-INICIO.
       MOVE ZERO TO CONTROL-HORA-INICIO.
       START CONTROL-ARCHIVO
           KEY IS NOT LESS THAN CONTROL-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-CONTROL
           NOT INVALID KEY
           MOVE "0" TO LEE-CONTROL
       END-START.

      *Se guardan las ejecuciones del día del programa del paso; la
      *que no esté entre ellas al volver es la que ha dejado el paso.
       ANOTAR-CONTROLES-PREVIOS.
       MOVE ZERO TO CP-TOTAL.
       MOVE PROGRAMA-PASO TO PROGRAMA-BUSCADO.
       ACCEPT FECHA-MINIMA FROM DATE YYYYMMDD.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "00"
       PERFORM POSICIONAR-CONTROL
       PERFORM UNTIL LEE-CONTROL = "1"
       READ CONTROL-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CONTROL
       END-READ
       IF LEE-CONTROL NOT = "1"
       IF CONTROL-PROGRAMA = PROGRAMA-BUSCADO
       IF CONTROL-FECHA-INICIO >= FECHA-MINIMA
       AND CP-TOTAL < CP-MAXIMO
       ADD 1 TO CP-TOTAL
       MOVE CONTROL-FECHA-INICIO TO CP-FECHA (CP-TOTAL)
       MOVE CONTROL-HORA-INICIO TO CP-HORA (CP-TOTAL)
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM
       CLOSE CONTROL-ARCHIVO
       END-IF.

       BUSCAR-CONTROL-PASO.
       MOVE "N" TO CONTROL-NUEVO.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "00"
       PERFORM POSICIONAR-CONTROL
       PERFORM UNTIL LEE-CONTROL = "1"
       READ CONTROL-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CONTROL
       END-READ
       IF LEE-CONTROL NOT = "1"
       IF CONTROL-PROGRAMA = PROGRAMA-BUSCADO
       IF CONTROL-FECHA-INICIO >= FECHA-MINIMA
       PERFORM COMPROBAR-CONTROL-PREVIO
       IF CONTROL-PREVIO = "N"
       MOVE "S" TO CONTROL-NUEVO
       MOVE CONTROL-ESTADO TO ESTADO-NUEVO
       MOVE CONTROL-REGISTROS TO REGISTROS-NUEVO
       END-IF
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM
       CLOSE CONTROL-ARCHIVO
       END-IF.

       COMPROBAR-CONTROL-PREVIO.
       MOVE "N" TO CONTROL-PREVIO.
       MOVE 1 TO CP-I.
       PERFORM UNTIL CP-I > CP-TOTAL OR CONTROL-PREVIO = "S"
       IF CP-FECHA (CP-I) = CONTROL-FECHA-INICIO
       AND CP-HORA (CP-I) = CONTROL-HORA-INICIO
       MOVE "S" TO CONTROL-PREVIO
       ELSE
       ADD 1 TO CP-I
       END-IF
       END-PERFORM.

       ESCRIBIR-RESUMEN.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       MOVE CADENA-FECHA-INICIO TO LT-INICIO.
       IF CADENA-REANUDADA = "S"
       MOVE "REANUDADA" TO LT-REANUDADA
       ELSE
       MOVE SPACE TO LT-REANUDADA
       END-IF.
       MOVE LINEA-TITULO TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       MOVE LINEA-SEPARADORA TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       MOVE LINEA-CABECERA-COLUMNAS TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       MOVE LINEA-SEPARADORA TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       MOVE 1 TO PS-I.
       PERFORM UNTIL PS-I > PS-TOTAL
       PERFORM ESCRIBIR-DETALLE
       ADD 1 TO PS-I
       END-PERFORM.
       MOVE LINEA-SEPARADORA TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       MOVE PASOS-COMPLETADOS TO LF-COMPLETADOS.
       MOVE PS-TOTAL TO LF-TOTAL.
       IF CADENA-DETENIDA = "S"
       MOVE "CADENA DETENIDA, SE REANUDA EN ESE PASO" TO LF-SITUACION
       ELSE
       MOVE "CADENA TERMINADA" TO LF-SITUACION
       END-IF.
       MOVE LINEA-FINAL TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       DISPLAY LINEA-FINAL.

       ESCRIBIR-DETALLE.
       MOVE PS-NUMERO (PS-I) TO LD-NUMERO.
       MOVE PS-PROGRAMA (PS-I) TO LD-PROGRAMA.
       MOVE PS-DESCRIPCION (PS-I) TO LD-DESCRIPCION.
       MOVE PS-INICIO (PS-I) TO LD-INICIO.
       MOVE PS-FIN (PS-I) TO LD-FIN.
       MOVE PS-REGISTROS (PS-I) TO LD-REGISTROS.
       MOVE PS-RESULTADO (PS-I) TO LD-RESULTADO.
       MOVE LINEA-DETALLE TO LINEA-RESUMEN.
       WRITE LINEA-RESUMEN.
       DISPLAY LINEA-DETALLE.
       END PROGRAM CAPITULO-64.
