       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-55.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Tablas de tarifas de IRPF y Seguridad Social por vigencia.
       SELECT TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TARIFAS-FECHA-VIGOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TARIFAS-ESTADO.
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
      *Cada tabla rige desde su fecha de vigor hasta la siguiente.
      *Los tramos de IRPF se aplican sobre el salario anual: el
      *límite es el salario máximo del tramo y el último tramo no
      *tiene límite. Las bases de cotización son mensuales; un cero
      *deja la base sin tope. Los tipos de la empresa por
      *contingencia se aplican sobre la misma base. La reserva final
      *queda en blanco.
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
       01  VIGENCIA PIC X(42)
           VALUE "Fecha de entrada en vigor (AAAAMMDD): ".
       01  DESCRIPCION PIC X(26)
           VALUE "Descripción de la tabla: ".
       01  NUMERO-TRAMOS PIC X(36)
           VALUE "Número de tramos de IRPF (1 a 6): ".
       01  LIMITE-TRAMO PIC X(42)
           VALUE "Salario anual máximo del tramo: ".
       01  PORCENTAJE-TRAMO PIC X(42)
           VALUE "Porcentaje de retención del tramo: ".
       01  PORCENTAJE-SS PIC X(48)
           VALUE "Porcentaje de cotización del trabajador: ".
       01  BASE-MAXIMA PIC X(50)
           VALUE "Base máxima de cotización mensual (0 sin tope): ".
       01  BASE-MINIMA PIC X(50)
           VALUE "Base mínima de cotización mensual (0 sin tope): ".
       01  EMPRESA-COMUNES PIC X(50)
           VALUE "Cotización de la empresa, contingencias comunes: ".
       01  EMPRESA-DESEMPLEO PIC X(50)
           VALUE "Cotización de la empresa, desempleo: ".
       01  EMPRESA-FORMACION PIC X(52)
           VALUE "Cotización de la empresa, formación profesional: ".
       01  EMPRESA-FOGASA PIC X(50)
           VALUE "Cotización de la empresa, FOGASA: ".

       01  SI-NO PIC X.
       01  OPCION PIC X.
       01  ENTRADA-VALIDA PIC X.
       01  LEE-TODO PIC X.
       01  TARIFAS-ESTADO PIC X(2).
       01  TARIFAS-ENCONTRADA PIC X.
       01  AUDITORIA-ESTADO PIC X(2).
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       01  CLAVE-ENTRADA PIC X(8).
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
       01  CONTROL-ARCHIVO-ESTADO PIC X(2).
      *Con "N" todavía no hay libro de control: ninguna nómina ha
      *usado ninguna tabla.
       01  CONTROL-DISPONIBLE PIC X VALUE "N".
       01  LEE-CONTROL PIC X.
       01  TARIFA-USADA PIC X.
       01  PERIODO-USO PIC 9(6).
      *Último periodo con la nómina mensual finalizada y su último
      *día, calculado como en la nómina. Con "N" en la tabla
      *referenciada ninguna nómina ha aplicado todavía una tabla.
       01  ULTIMO-PERIODO-PAGADO PIC 9(6) VALUE ZERO.
       01  TABLA-REFERENCIADA PIC X VALUE "N".
       01  FIN-PERIODO-PAGADO PIC 9(8) VALUE ZERO.
       01  VIGENCIA-REFERENCIA PIC 9(8).
       01  VIGENCIA-REFERENCIA-X REDEFINES VIGENCIA-REFERENCIA
           PIC X(8).
       01  FECHA-VIGOR-DESGLOSE.
           05 FECHA-VIGOR-ANO PIC 9(4).
           05 FECHA-VIGOR-MES PIC 9(2).
           05 FECHA-VIGOR-DIA PIC 9(2).
       01  TRAMO-I PIC 9.
       01  TRAMO-ANTERIOR PIC 9.
       01  CONTADOR-TABLAS PIC 9(4) VALUE ZERO.
       01  IMPORTE-PANTALLA PIC Z(6)9.99.
       01  PORCENTAJE-PANTALLA PIC Z9.99.
       01  IMPORTE-AUDITORIA PIC 9(7).99.
       01  PORCENTAJE-AUDITORIA PIC 99.99.
       01  TIPO-ANTERIOR PIC 9(2)V99.
       01  TIPO-NUEVO PIC 9(2)V99.

      *Copia de la tabla antes de modificarla, para auditar sólo los
      *datos que cambian.
       01  TARIFA-ANTERIOR.
           05 TA-FECHA-VIGOR PIC 9(8).
           05 TA-DESCRIPCION PIC X(30).
           05 TA-NUMERO-TRAMOS PIC 9.
           05 TA-TRAMO OCCURS 6.
               10 TA-LIMITE PIC 9(7)V99.
               10 TA-PORCENTAJE PIC 9(2)V99.
           05 TA-PORCENTAJE-SS PIC 9(2)V99.
           05 TA-BASE-MAXIMA PIC 9(7)V99.
           05 TA-BASE-MINIMA PIC 9(7)V99.
           05 TA-EMPRESA-COMUNES PIC 9(2)V99.
           05 TA-EMPRESA-DESEMPLEO PIC 9(2)V99.
           05 TA-EMPRESA-FORMACION PIC 9(2)V99.
           05 TA-EMPRESA-FOGASA PIC 9(2)V99.
           05 TA-RESERVA PIC X(24).

      *Los valores auditados llevan delante la vigencia de la tabla,
      *ya que las tarifas no tienen ID de empleado.
       01  VALOR-TARIFA-AUDITORIA.
           05 VTA-VIGENCIA PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 VTA-DATO PIC X(26).
       01  CAMPO-TRAMO-AUDITORIA.
           05 FILLER PIC X(6) VALUE "TRAMO ".
           05 CTA-TRAMO PIC 9.
           05 FILLER PIC X(5) VALUE SPACE.
       01  DATO-TRAMO-AUDITORIA.
           05 DTA-LIMITE PIC 9(7).99.
           05 FILLER PIC X VALUE SPACE.
           05 DTA-PORCENTAJE PIC 99.99.

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
       PERFORM MANTENER-TARIFAS
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
       DISPLAY "Sólo un supervisor puede mantener las tarifas."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN I-O TARIFAS-ARCHIVO.
       IF TARIFAS-ESTADO = "35"
       OPEN OUTPUT TARIFAS-ARCHIVO
       CLOSE TARIFAS-ARCHIVO
       OPEN I-O TARIFAS-ARCHIVO.
       IF TARIFAS-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           TARIFAS-ESTADO
       STOP RUN.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "00"
       MOVE "S" TO CONTROL-DISPONIBLE
       PERFORM BUSCAR-ULTIMO-PERIODO-PAGADO
       ELSE
       IF CONTROL-ARCHIVO-ESTADO NOT = "35"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CONTROL-ARCHIVO-ESTADO
       STOP RUN
       END-IF
       END-IF.

      *Se recorren las ejecuciones de la nómina mensual (CAPITULO-32)
      *y se guarda el periodo más reciente de las que terminaron.
      *Mientras ninguna haya aplicado una tabla, los periodos pagados
      *lo fueron con las tarifas fijas anteriores y no se limita la
      *fecha de vigor: así se puede grabar la tabla de apertura con
      *esas tarifas, fechada antes del primer periodo pagado, para
      *que repetir esos periodos las reproduzca.
       BUSCAR-ULTIMO-PERIODO-PAGADO.
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
       IF CONTROL-REFERENCIA NOT = SPACE
       MOVE "S" TO TABLA-REFERENCIADA
       END-IF
       IF CONTROL-ESTADO = "F"
       AND CONTROL-PERIODO > ULTIMO-PERIODO-PAGADO
       MOVE CONTROL-PERIODO TO ULTIMO-PERIODO-PAGADO
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM.
       IF TABLA-REFERENCIADA = "S" AND ULTIMO-PERIODO-PAGADO > ZERO
       COMPUTE FIN-PERIODO-PAGADO = ULTIMO-PERIODO-PAGADO * 100 + 31.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE TARIFAS-ARCHIVO.
       IF CONTROL-DISPONIBLE = "S"
       CLOSE CONTROL-ARCHIVO.
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

       MANTENER-TARIFAS.
       DISPLAY "1. Dar de alta una tabla de tarifas.".
       DISPLAY "2. Consultar una tabla de tarifas.".
       DISPLAY "3. Listar las tablas de tarifas.".
       DISPLAY "4. Modificar una tabla no usada por ninguna nómina.".
       DISPLAY "5. Borrar una tabla no usada por ninguna nómina.".
       DISPLAY "Elige una opción: ".
       ACCEPT OPCION.
       EVALUATE OPCION
           WHEN "1"
           PERFORM ALTA-TARIFA
           WHEN "2"
           PERFORM CONSULTAR-TARIFA
           WHEN "3"
           PERFORM LISTAR-TARIFAS
           WHEN "4"
           PERFORM MODIFICAR-TARIFA
           WHEN "5"
           PERFORM BORRAR-TARIFA
           WHEN OTHER
           DISPLAY "Opción no válida, no se ha hecho ningún cambio."
       END-EVALUATE.
       PERFORM REINICIAR.

      *Una tabla nueva no puede regir en un periodo ya pagado: al
      *repetir esa nómina se aplicaría en lugar de la que se usó.
       ALTA-TARIFA.
       MOVE SPACE TO TARIFAS-REGISTRO.
       PERFORM OBTENER-VIGENCIA.
       IF TARIFAS-FECHA-VIGOR NOT > FIN-PERIODO-PAGADO
       DISPLAY "La nómina del periodo " ULTIMO-PERIODO-PAGADO
           " ya está finalizada; la fecha de vigor debe ser"
           " de un mes posterior."
       ELSE
       PERFORM GRABAR-TARIFA
       END-IF.

       GRABAR-TARIFA.
       DISPLAY DESCRIPCION.
       ACCEPT TARIFAS-DESCRIPCION.
       PERFORM OBTENER-DATOS-TARIFA.
       WRITE TARIFAS-REGISTRO
           INVALID KEY
           DISPLAY "Ya existe una tabla con esa fecha de vigor."
           NOT INVALID KEY
           DISPLAY "Tabla de tarifas dada de alta."
           PERFORM AUDITAR-ALTA-TARIFA
       END-WRITE.

       OBTENER-VIGENCIA.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY VIGENCIA
       ACCEPT TARIFAS-FECHA-VIGOR
       MOVE TARIFAS-FECHA-VIGOR TO FECHA-VIGOR-DESGLOSE
       IF TARIFAS-FECHA-VIGOR NUMERIC
       AND FECHA-VIGOR-MES >= 1 AND FECHA-VIGOR-MES <= 12
       AND FECHA-VIGOR-DIA >= 1 AND FECHA-VIGOR-DIA <= 31
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "La fecha debe ser numérica, formato AAAAMMDD."
       END-IF
       END-PERFORM.

      *Los tramos se piden en orden creciente de límite; el último
      *tramo cubre cualquier salario y se graba con el límite máximo.
       OBTENER-DATOS-TARIFA.
       MOVE ZERO TO TARIFAS-NUMERO-TRAMOS.
       PERFORM UNTIL TARIFAS-NUMERO-TRAMOS >= 1
       AND TARIFAS-NUMERO-TRAMOS <= 6
       DISPLAY NUMERO-TRAMOS
       ACCEPT TARIFAS-NUMERO-TRAMOS
       END-PERFORM.
       MOVE 1 TO TRAMO-I.
       PERFORM UNTIL TRAMO-I > 6
       MOVE ZERO TO TARIFAS-LIMITE (TRAMO-I)
       MOVE ZERO TO TARIFAS-PORCENTAJE (TRAMO-I)
       ADD 1 TO TRAMO-I
       END-PERFORM.
       MOVE 1 TO TRAMO-I.
       PERFORM UNTIL TRAMO-I > TARIFAS-NUMERO-TRAMOS
       PERFORM OBTENER-TRAMO
       ADD 1 TO TRAMO-I
       END-PERFORM.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY PORCENTAJE-SS
       ACCEPT TARIFAS-PORCENTAJE-SS
       IF TARIFAS-PORCENTAJE-SS NUMERIC
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El porcentaje debe ser numérico."
       END-IF
       END-PERFORM.
       PERFORM OBTENER-TIPOS-EMPRESA.
       PERFORM OBTENER-BASES.

       OBTENER-TRAMO.
       DISPLAY "Tramo " TRAMO-I ":".
       IF TRAMO-I = TARIFAS-NUMERO-TRAMOS
       DISPLAY "Último tramo, sin límite de salario."
       MOVE 9999999.99 TO TARIFAS-LIMITE (TRAMO-I)
       ELSE
       PERFORM OBTENER-LIMITE-TRAMO
       END-IF.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY PORCENTAJE-TRAMO
       ACCEPT TARIFAS-PORCENTAJE (TRAMO-I)
       IF TARIFAS-PORCENTAJE (TRAMO-I) NUMERIC
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El porcentaje debe ser numérico."
       END-IF
       END-PERFORM.

       OBTENER-LIMITE-TRAMO.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY LIMITE-TRAMO
       ACCEPT TARIFAS-LIMITE (TRAMO-I)
       IF TARIFAS-LIMITE (TRAMO-I) NUMERIC
       AND TARIFAS-LIMITE (TRAMO-I) > ZERO
       MOVE "S" TO ENTRADA-VALIDA
       IF TRAMO-I > 1
       COMPUTE TRAMO-ANTERIOR = TRAMO-I - 1
       IF TARIFAS-LIMITE (TRAMO-I)
           NOT > TARIFAS-LIMITE (TRAMO-ANTERIOR)
       MOVE "N" TO ENTRADA-VALIDA
       DISPLAY "El límite debe superar al del tramo anterior."
       END-IF
       END-IF
       ELSE
       DISPLAY "El límite debe ser numérico y mayor que cero."
       END-IF
       END-PERFORM.

       OBTENER-BASES.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY BASE-MAXIMA
       ACCEPT TARIFAS-BASE-MAXIMA
       DISPLAY BASE-MINIMA
       ACCEPT TARIFAS-BASE-MINIMA
       IF TARIFAS-BASE-MAXIMA NUMERIC
       AND TARIFAS-BASE-MINIMA NUMERIC
       IF TARIFAS-BASE-MAXIMA = ZERO
       OR TARIFAS-BASE-MINIMA <= TARIFAS-BASE-MAXIMA
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "La base mínima no puede superar a la máxima."
       END-IF
       ELSE
       DISPLAY "Las bases deben ser numéricas."
       END-IF
       END-PERFORM.

       OBTENER-TIPOS-EMPRESA.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY EMPRESA-COMUNES
       ACCEPT TARIFAS-EMPRESA-COMUNES
       DISPLAY EMPRESA-DESEMPLEO
       ACCEPT TARIFAS-EMPRESA-DESEMPLEO
       DISPLAY EMPRESA-FORMACION
       ACCEPT TARIFAS-EMPRESA-FORMACION
       DISPLAY EMPRESA-FOGASA
       ACCEPT TARIFAS-EMPRESA-FOGASA
       IF TARIFAS-EMPRESA-COMUNES NUMERIC
       AND TARIFAS-EMPRESA-DESEMPLEO NUMERIC
       AND TARIFAS-EMPRESA-FORMACION NUMERIC
       AND TARIFAS-EMPRESA-FOGASA NUMERIC
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "Los porcentajes deben ser numéricos."
       END-IF
       END-PERFORM.

       BUSCAR-TARIFA.
       PERFORM OBTENER-VIGENCIA.
       MOVE "N" TO TARIFAS-ENCONTRADA.
       READ TARIFAS-ARCHIVO
           INVALID KEY
           MOVE "N" TO TARIFAS-ENCONTRADA
           NOT INVALID KEY
           MOVE "S" TO TARIFAS-ENCONTRADA
       END-READ.

       CONSULTAR-TARIFA.
       PERFORM BUSCAR-TARIFA.
       IF TARIFAS-ENCONTRADA = "S"
       PERFORM MOSTRAR-TARIFA
       ELSE
       DISPLAY "No existe ninguna tabla con esa fecha de vigor."
       END-IF.

       MOSTRAR-TARIFA.
       DISPLAY "Vigencia: " TARIFAS-FECHA-VIGOR
           " " TARIFAS-DESCRIPCION.
       MOVE 1 TO TRAMO-I.
       PERFORM UNTIL TRAMO-I > TARIFAS-NUMERO-TRAMOS
       PERFORM MOSTRAR-TRAMO
       ADD 1 TO TRAMO-I
       END-PERFORM.
       MOVE TARIFAS-PORCENTAJE-SS TO PORCENTAJE-PANTALLA.
       DISPLAY "Cotización del trabajador: " PORCENTAJE-PANTALLA "%".
       PERFORM MOSTRAR-TIPOS-EMPRESA.
       MOVE TARIFAS-BASE-MAXIMA TO IMPORTE-PANTALLA.
       DISPLAY "Base máxima mensual: " IMPORTE-PANTALLA.
       MOVE TARIFAS-BASE-MINIMA TO IMPORTE-PANTALLA.
       DISPLAY "Base mínima mensual: " IMPORTE-PANTALLA.

       MOSTRAR-TIPOS-EMPRESA.
       MOVE TARIFAS-EMPRESA-COMUNES TO PORCENTAJE-PANTALLA.
       DISPLAY "Empresa, contingencias comunes: "
           PORCENTAJE-PANTALLA "%".
       MOVE TARIFAS-EMPRESA-DESEMPLEO TO PORCENTAJE-PANTALLA.
       DISPLAY "Empresa, desempleo: " PORCENTAJE-PANTALLA "%".
       MOVE TARIFAS-EMPRESA-FORMACION TO PORCENTAJE-PANTALLA.
       DISPLAY "Empresa, formación profesional: "
           PORCENTAJE-PANTALLA "%".
       MOVE TARIFAS-EMPRESA-FOGASA TO PORCENTAJE-PANTALLA.
       DISPLAY "Empresa, FOGASA: " PORCENTAJE-PANTALLA "%".

       MOSTRAR-TRAMO.
       MOVE TARIFAS-PORCENTAJE (TRAMO-I) TO PORCENTAJE-PANTALLA.
       IF TRAMO-I = TARIFAS-NUMERO-TRAMOS
       DISPLAY "Tramo " TRAMO-I ": resto de salarios al "
           PORCENTAJE-PANTALLA "%"
       ELSE
       MOVE TARIFAS-LIMITE (TRAMO-I) TO IMPORTE-PANTALLA
       DISPLAY "Tramo " TRAMO-I ": hasta " IMPORTE-PANTALLA
           " al " PORCENTAJE-PANTALLA "%"
       END-IF.

       LISTAR-TARIFAS.
       MOVE ZERO TO CONTADOR-TABLAS.
       MOVE ZERO TO TARIFAS-FECHA-VIGOR.
       START TARIFAS-ARCHIVO
           KEY IS NOT LESS THAN TARIFAS-FECHA-VIGOR
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START.
       PERFORM UNTIL LEE-TODO = "1"
       READ TARIFAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       ADD 1 TO CONTADOR-TABLAS
       DISPLAY TARIFAS-FECHA-VIGOR " " TARIFAS-DESCRIPCION
       END-IF
       END-PERFORM.
       IF CONTADOR-TABLAS = ZERO
       DISPLAY "No hay tablas de tarifas registradas.".

      *Una tabla con la que ya se ha calculado alguna nómina no se
      *toca, para que repetir ese periodo reproduzca sus tarifas. Los
      *cambios van en una tabla nueva.
       MODIFICAR-TARIFA.
       PERFORM BUSCAR-TARIFA.
       IF TARIFAS-ENCONTRADA = "N"
       DISPLAY "No existe ninguna tabla con esa fecha de vigor."
       ELSE
       PERFORM COMPROBAR-TARIFA-USADA
       IF TARIFA-USADA = "S"
       DISPLAY "La tabla se usó en la nómina " PERIODO-USO
           " y no se puede modificar."
       ELSE
       PERFORM MOSTRAR-TARIFA
       MOVE TARIFAS-REGISTRO TO TARIFA-ANTERIOR
       DISPLAY "Nueva descripción (en blanco para no cambiar): "
       MOVE SPACE TO TARIFAS-DESCRIPCION
       ACCEPT TARIFAS-DESCRIPCION
       IF TARIFAS-DESCRIPCION = SPACE
       MOVE TA-DESCRIPCION TO TARIFAS-DESCRIPCION
       END-IF
       PERFORM OBTENER-DATOS-TARIFA
       REWRITE TARIFAS-REGISTRO
       DISPLAY "Tabla de tarifas actualizada."
       PERFORM AUDITAR-CAMBIOS-TARIFA
       END-IF
       END-IF.

       BORRAR-TARIFA.
       PERFORM BUSCAR-TARIFA.
       IF TARIFAS-ENCONTRADA = "N"
       DISPLAY "No existe ninguna tabla con esa fecha de vigor."
       ELSE
       PERFORM COMPROBAR-TARIFA-USADA
       IF TARIFA-USADA = "S"
       DISPLAY "La tabla se usó en la nómina " PERIODO-USO
           " y no se puede borrar."
       ELSE
       PERFORM MOSTRAR-TARIFA
       DISPLAY "¿Confirma el borrado (S/N)?"
       ACCEPT SI-NO
       IF SI-NO = "s" OR SI-NO = "S"
       DELETE TARIFAS-ARCHIVO
       DISPLAY "Tabla de tarifas eliminada."
       PERFORM AUDITAR-BAJA-TARIFA
       ELSE
       DISPLAY "Borrado cancelado."
       END-IF
       END-IF
       END-IF.

      *La nómina mensual (CAPITULO-32) deja en la referencia de su
      *registro de control la vigencia de la tabla que aplicó; una
      *tabla que aparece en cualquiera de sus ejecuciones, terminada
      *o no, ya ha servido para calcular nóminas.
       COMPROBAR-TARIFA-USADA.
       MOVE "N" TO TARIFA-USADA.
       MOVE TARIFAS-FECHA-VIGOR TO VIGENCIA-REFERENCIA.
       IF CONTROL-DISPONIBLE = "S"
       MOVE "CAPITULO-32" TO CONTROL-PROGRAMA
       MOVE ZERO TO CONTROL-FECHA-INICIO
       MOVE ZERO TO CONTROL-HORA-INICIO
       START CONTROL-ARCHIVO
           KEY IS NOT LESS THAN CONTROL-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-CONTROL
           NOT INVALID KEY
           MOVE "0" TO LEE-CONTROL
       END-START
       PERFORM UNTIL LEE-CONTROL = "1"
       READ CONTROL-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-CONTROL
       END-READ
       IF LEE-CONTROL NOT = "1"
       IF CONTROL-PROGRAMA = "CAPITULO-32"
       IF CONTROL-REFERENCIA = VIGENCIA-REFERENCIA-X
       MOVE "S" TO TARIFA-USADA
       MOVE CONTROL-PERIODO TO PERIODO-USO
       MOVE "1" TO LEE-CONTROL
       END-IF
       ELSE
       MOVE "1" TO LEE-CONTROL
       END-IF
       END-IF
       END-PERFORM
       END-IF.

      *Las tarifas se auditan con la acción TARI y el ID a cero, para
      *que la conciliación de empleados no las tome por altas o bajas.
       AUDITAR-ALTA-TARIFA.
       MOVE "ALTA TABLA" TO AUDITORIA-CAMPO.
       MOVE SPACE TO AUDITORIA-VALOR-ANTERIOR.
       MOVE TARIFAS-FECHA-VIGOR TO VTA-VIGENCIA.
       MOVE TARIFAS-DESCRIPCION TO VTA-DATO.
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO.
       PERFORM GRABAR-AUDITORIA.

       AUDITAR-BAJA-TARIFA.
       MOVE "BAJA TABLA" TO AUDITORIA-CAMPO.
       MOVE TARIFAS-FECHA-VIGOR TO VTA-VIGENCIA.
       MOVE TARIFAS-DESCRIPCION TO VTA-DATO.
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE SPACE TO AUDITORIA-VALOR-NUEVO.
       PERFORM GRABAR-AUDITORIA.

       AUDITAR-CAMBIOS-TARIFA.
       MOVE TARIFAS-FECHA-VIGOR TO VTA-VIGENCIA.
       IF TARIFAS-DESCRIPCION NOT = TA-DESCRIPCION
       MOVE "DESCRIPCION" TO AUDITORIA-CAMPO
       MOVE TA-DESCRIPCION TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR
       MOVE TARIFAS-DESCRIPCION TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO
       PERFORM GRABAR-AUDITORIA
       END-IF.
       MOVE 1 TO TRAMO-I.
       PERFORM UNTIL TRAMO-I > 6
       IF TARIFAS-LIMITE (TRAMO-I) NOT = TA-LIMITE (TRAMO-I)
       OR TARIFAS-PORCENTAJE (TRAMO-I)
           NOT = TA-PORCENTAJE (TRAMO-I)
       PERFORM AUDITAR-CAMBIO-TRAMO
       END-IF
       ADD 1 TO TRAMO-I
       END-PERFORM.
       IF TARIFAS-PORCENTAJE-SS NOT = TA-PORCENTAJE-SS
       MOVE "PORC SS" TO AUDITORIA-CAMPO
       MOVE TA-PORCENTAJE-SS TO PORCENTAJE-AUDITORIA
       MOVE PORCENTAJE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR
       MOVE TARIFAS-PORCENTAJE-SS TO PORCENTAJE-AUDITORIA
       MOVE PORCENTAJE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO
       PERFORM GRABAR-AUDITORIA
       END-IF.
       IF TARIFAS-BASE-MAXIMA NOT = TA-BASE-MAXIMA
       MOVE "BASE MAXIMA" TO AUDITORIA-CAMPO
       MOVE TA-BASE-MAXIMA TO IMPORTE-AUDITORIA
       MOVE IMPORTE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR
       MOVE TARIFAS-BASE-MAXIMA TO IMPORTE-AUDITORIA
       MOVE IMPORTE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO
       PERFORM GRABAR-AUDITORIA
       END-IF.
       IF TARIFAS-BASE-MINIMA NOT = TA-BASE-MINIMA
       MOVE "BASE MINIMA" TO AUDITORIA-CAMPO
       MOVE TA-BASE-MINIMA TO IMPORTE-AUDITORIA
       MOVE IMPORTE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR
       MOVE TARIFAS-BASE-MINIMA TO IMPORTE-AUDITORIA
       MOVE IMPORTE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO
       PERFORM GRABAR-AUDITORIA
       END-IF.
       PERFORM AUDITAR-TIPOS-EMPRESA.

       AUDITAR-TIPOS-EMPRESA.
       MOVE "EMP COMUNES" TO AUDITORIA-CAMPO.
       MOVE TA-EMPRESA-COMUNES TO TIPO-ANTERIOR.
       MOVE TARIFAS-EMPRESA-COMUNES TO TIPO-NUEVO.
       PERFORM AUDITAR-TIPO-EMPRESA.
       MOVE "EMP PARO" TO AUDITORIA-CAMPO.
       MOVE TA-EMPRESA-DESEMPLEO TO TIPO-ANTERIOR.
       MOVE TARIFAS-EMPRESA-DESEMPLEO TO TIPO-NUEVO.
       PERFORM AUDITAR-TIPO-EMPRESA.
       MOVE "EMP FORMAC" TO AUDITORIA-CAMPO.
       MOVE TA-EMPRESA-FORMACION TO TIPO-ANTERIOR.
       MOVE TARIFAS-EMPRESA-FORMACION TO TIPO-NUEVO.
       PERFORM AUDITAR-TIPO-EMPRESA.
       MOVE "EMP FOGASA" TO AUDITORIA-CAMPO.
       MOVE TA-EMPRESA-FOGASA TO TIPO-ANTERIOR.
       MOVE TARIFAS-EMPRESA-FOGASA TO TIPO-NUEVO.
       PERFORM AUDITAR-TIPO-EMPRESA.

       AUDITAR-TIPO-EMPRESA.
       IF TIPO-NUEVO NOT = TIPO-ANTERIOR
       MOVE TIPO-ANTERIOR TO PORCENTAJE-AUDITORIA
       MOVE PORCENTAJE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR
       MOVE TIPO-NUEVO TO PORCENTAJE-AUDITORIA
       MOVE PORCENTAJE-AUDITORIA TO VTA-DATO
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO
       PERFORM GRABAR-AUDITORIA
       END-IF.

       AUDITAR-CAMBIO-TRAMO.
       MOVE TRAMO-I TO CTA-TRAMO.
       MOVE CAMPO-TRAMO-AUDITORIA TO AUDITORIA-CAMPO.
       MOVE TA-LIMITE (TRAMO-I) TO DTA-LIMITE.
       MOVE TA-PORCENTAJE (TRAMO-I) TO DTA-PORCENTAJE.
       MOVE DATO-TRAMO-AUDITORIA TO VTA-DATO.
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE TARIFAS-LIMITE (TRAMO-I) TO DTA-LIMITE.
       MOVE TARIFAS-PORCENTAJE (TRAMO-I) TO DTA-PORCENTAJE.
       MOVE DATO-TRAMO-AUDITORIA TO VTA-DATO.
       MOVE VALOR-TARIFA-AUDITORIA TO AUDITORIA-VALOR-NUEVO.
       PERFORM GRABAR-AUDITORIA.

       GRABAR-AUDITORIA.
       MOVE ZERO TO AUDITORIA-ID.
       MOVE "TARI" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       WRITE AUDITORIA-REGISTRO.

       REINICIAR.
       DISPLAY "¿Desea procesar otra tabla de tarifas?".
       ACCEPT SI-NO.
       IF SI-NO = "s"
       MOVE "S" TO SI-NO.
       IF SI-NO NOT = "S"
       MOVE "N" TO SI-NO.
       END PROGRAM CAPITULO-55.
