       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-58.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Histórico de nóminas leído en el periodo que se va a pagar.
       SELECT ACTUAL-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ACTUAL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ACTUAL-ESTADO.
      *El mismo histórico leído en el periodo anterior.
       SELECT ANTERIOR-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ANTERIOR-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ANTERIOR-ESTADO.
      *Informe de variaciones ya formateado para imprimir.
       SELECT LISTADO-ARCHIVO
       ASSIGN TO "variaciones-nomina.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Mismo diseño que el histórico de la nómina mensual.
       FD ACTUAL-ARCHIVO.
       01 ACTUAL-REGISTRO.
           05 ACTUAL-CLAVE.
               10 ACTUAL-PERIODO PIC 9(6).
               10 ACTUAL-ID PIC 9(6).
           05 ACTUAL-NOMBRE PIC X(25).
           05 ACTUAL-APELLIDOS PIC X(35).
           05 ACTUAL-DEPARTAMENTO PIC X(20).
           05 ACTUAL-DIAS-PAGADOS PIC 9(2).
           05 ACTUAL-SALARIO-PERIODO PIC 9(7)V99.
           05 ACTUAL-PERCEPCIONES PIC 9(7)V99.
           05 ACTUAL-BRUTO PIC 9(7)V99.
           05 ACTUAL-IRPF PIC 9(7)V99.
           05 ACTUAL-SS PIC 9(7)V99.
           05 ACTUAL-DEDUCCIONES PIC 9(7)V99.
           05 ACTUAL-NETO PIC 9(7)V99.
           05 ACTUAL-IBAN PIC X(24).
           05 ACTUAL-TARIFAS PIC 9(8).
           05 ACTUAL-FECHA-CALCULO PIC 9(8).
           05 ACTUAL-ATRASOS PIC S9(7)V99.
           05 ACTUAL-BASE-COTIZACION PIC 9(7)V99.
           05 ACTUAL-RESERVA PIC X(12).

       FD ANTERIOR-ARCHIVO.
       01 ANTERIOR-REGISTRO.
           05 ANTERIOR-CLAVE.
               10 ANTERIOR-PERIODO PIC 9(6).
               10 ANTERIOR-ID PIC 9(6).
           05 ANTERIOR-NOMBRE PIC X(25).
           05 ANTERIOR-APELLIDOS PIC X(35).
           05 ANTERIOR-DEPARTAMENTO PIC X(20).
           05 ANTERIOR-DIAS-PAGADOS PIC 9(2).
           05 ANTERIOR-SALARIO-PERIODO PIC 9(7)V99.
           05 ANTERIOR-PERCEPCIONES PIC 9(7)V99.
           05 ANTERIOR-BRUTO PIC 9(7)V99.
           05 ANTERIOR-IRPF PIC 9(7)V99.
           05 ANTERIOR-SS PIC 9(7)V99.
           05 ANTERIOR-DEDUCCIONES PIC 9(7)V99.
           05 ANTERIOR-NETO PIC 9(7)V99.
           05 ANTERIOR-IBAN PIC X(24).
           05 ANTERIOR-TARIFAS PIC 9(8).
           05 ANTERIOR-FECHA-CALCULO PIC 9(8).
           05 ANTERIOR-ATRASOS PIC S9(7)V99.
           05 ANTERIOR-BASE-COTIZACION PIC 9(7)V99.
           05 ANTERIOR-RESERVA PIC X(12).

       FD LISTADO-ARCHIVO.
       01 LINEA-LISTADO PIC X(120).

       WORKING-STORAGE SECTION.
       01  ACTUAL-ESTADO PIC X(2).
       01  ANTERIOR-ESTADO PIC X(2).
       01  LEE-ACTUAL PIC X.
       01  LEE-ANTERIOR PIC X.
       01  CONSULTA-CANCELADA PIC X VALUE "N".
       01  LINEAS-POR-PAGINA PIC 9(2) VALUE 20.
       01  CONTADOR-LINEAS PIC 9(2) VALUE ZERO.
       01  NUMERO-PAGINA PIC 9(3) VALUE ZERO.
       01  FECHA-EJECUCION PIC 9(8).
      *Periodo a pagar, formato AAAAMM, y su periodo anterior.
       01  PERIODO-ACTUAL PIC 9(6).
       01  PERIODO-ACTUAL-DESGLOSE REDEFINES PERIODO-ACTUAL.
           05 PERIODO-ACTUAL-ANO PIC 9(4).
           05 PERIODO-ACTUAL-MES PIC 9(2).
       01  PERIODO-ANTERIOR PIC 9(6).
       01  PERIODO-ANTERIOR-DESGLOSE REDEFINES PERIODO-ANTERIOR.
           05 PERIODO-ANTERIOR-ANO PIC 9(4).
           05 PERIODO-ANTERIOR-MES PIC 9(2).
      *Variación máxima admitida del líquido, en porcentaje sobre el
      *periodo anterior (0 toma el 10 %).
       01  PORCENTAJE-UMBRAL PIC 9(3)V99.
       01  ENTRADA-VALIDA PIC X.
      *Claves de cruce: el lado agotado toma el ID máximo para que
      *el otro lado termine de salir.
       01  ID-ACTUAL PIC 9(6).
       01  ID-ANTERIOR PIC 9(6).
       01  DIFERENCIA-NETO PIC S9(8)V99.
       01  VARIACION-NETO PIC S9(5)V99.
       01  CONTADOR-COMPARADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-SENALADOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-NUEVOS PIC 9(6) VALUE ZERO.
       01  CONTADOR-DESAPARECIDOS PIC 9(6) VALUE ZERO.

       01  LINEA-TITULO.
           05 FILLER PIC X(26) VALUE "VARIACIONES DEL LIQUIDO   ".
           05 FILLER PIC X(9) VALUE " Fecha: ".
           05 LT-FECHA PIC 9(8).
           05 FILLER PIC X(12) VALUE "   Pagina: ".
           05 LT-PAGINA PIC ZZ9.
           05 FILLER PIC X(12) VALUE "   Periodo: ".
           05 LT-PERIODO PIC 9(6).
           05 FILLER PIC X(11) VALUE " Anterior: ".
           05 LT-ANTERIOR PIC 9(6).
           05 FILLER PIC X(10) VALUE " Umbral: ".
           05 LT-UMBRAL PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE " %".

       01  LINEA-SEPARADORA PIC X(120) VALUE ALL "-".

       01  LINEA-CABECERA-COLUMNAS.
           05 FILLER PIC X(8) VALUE "ID".
           05 FILLER PIC X(36) VALUE "APELLIDOS".
           05 FILLER PIC X(12) VALUE "ANTERIOR".
           05 FILLER PIC X(12) VALUE "ACTUAL".
           05 FILLER PIC X(13) VALUE "DIFERENCIA".
           05 FILLER PIC X(10) VALUE "VARIACION".
           05 FILLER PIC X(24) VALUE "OBSERVACION".

       01  LINEA-DETALLE.
           05 LD-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-APELLIDOS PIC X(35).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LD-NETO-ANTERIOR PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-NETO-ACTUAL PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-DIFERENCIA PIC -Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-VARIACION PIC -Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-OBSERVACION PIC X(24).

       01  LINEA-RESUMEN.
           05 LR-CONCEPTO PIC X(40).
           05 LR-CONTADOR PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OBTENER-PARAMETROS.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF CONSULTA-CANCELADA = "N"
       PERFORM COMPARAR-PERIODOS
       PERFORM ESCRIBIR-RESUMEN
       PERFORM PROCEDIMIENTO-DE-CIERRE
       DISPLAY "Empleados comparados: " CONTADOR-COMPARADOS
       DISPLAY "Empleados señalados: " CONTADOR-SENALADOS
       END-IF.

       FINALIZA-PROGRAMA.
       GOBACK.

       OBTENER-PARAMETROS.
       MOVE ZERO TO PERIODO-ACTUAL.
       PERFORM UNTIL PERIODO-ACTUAL NUMERIC
       AND PERIODO-ACTUAL-MES >= 1 AND PERIODO-ACTUAL-MES <= 12
       DISPLAY "Periodo de la nómina a revisar (AAAAMM): "
       ACCEPT PERIODO-ACTUAL
       END-PERFORM.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY "Variación máxima del líquido en % (0 para 10): "
       ACCEPT PORCENTAJE-UMBRAL
       IF PORCENTAJE-UMBRAL NUMERIC
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El porcentaje debe ser numérico."
       END-IF
       END-PERFORM.
       IF PORCENTAJE-UMBRAL = ZERO
       MOVE 10 TO PORCENTAJE-UMBRAL.
       MOVE PERIODO-ACTUAL TO PERIODO-ANTERIOR.
       IF PERIODO-ANTERIOR-MES = 1
       SUBTRACT 1 FROM PERIODO-ANTERIOR-ANO
       MOVE 12 TO PERIODO-ANTERIOR-MES
       ELSE
       SUBTRACT 1 FROM PERIODO-ANTERIOR-MES
       END-IF.

      *Sin histórico aún no hay nóminas que comparar: se avisa y se
      *devuelve el control sin abortar la sesión de la consola.
       PROCEDIMIENTO-DE-APERTURA.
       OPEN INPUT ACTUAL-ARCHIVO.
       IF ACTUAL-ESTADO = "35"
       DISPLAY "Aún no hay nóminas registradas en el histórico."
       MOVE "S" TO CONSULTA-CANCELADA
       ELSE
       IF ACTUAL-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el histórico de nóminas."
       STOP RUN
       END-IF
       END-IF.
       IF CONSULTA-CANCELADA = "N"
       OPEN INPUT ANTERIOR-ARCHIVO
       OPEN OUTPUT LISTADO-ARCHIVO
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
       END-IF.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE ACTUAL-ARCHIVO.
       CLOSE ANTERIOR-ARCHIVO.
       CLOSE LISTADO-ARCHIVO.

      *Cruce por ID de las nóminas de los dos periodos, que en el
      *histórico ya vienen ordenadas por periodo e ID.
       COMPARAR-PERIODOS.
       MOVE PERIODO-ACTUAL TO ACTUAL-PERIODO.
       MOVE ZERO TO ACTUAL-ID.
       START ACTUAL-ARCHIVO
           KEY IS NOT LESS THAN ACTUAL-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-ACTUAL
           NOT INVALID KEY
           MOVE "0" TO LEE-ACTUAL
       END-START.
       PERFORM LEE-SIGUIENTE-ACTUAL.
       MOVE PERIODO-ANTERIOR TO ANTERIOR-PERIODO.
       MOVE ZERO TO ANTERIOR-ID.
       START ANTERIOR-ARCHIVO
           KEY IS NOT LESS THAN ANTERIOR-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-ANTERIOR
           NOT INVALID KEY
           MOVE "0" TO LEE-ANTERIOR
       END-START.
       PERFORM LEE-SIGUIENTE-ANTERIOR.
       IF LEE-ACTUAL = "1"
       MOVE "SIN NOMINAS CALCULADAS EN EL PERIODO PEDIDO"
           TO LINEA-LISTADO
       WRITE LINEA-LISTADO
       ELSE
       PERFORM UNTIL LEE-ACTUAL = "1" AND LEE-ANTERIOR = "1"
           PERFORM CRUZAR-NOMINAS
       END-PERFORM
       END-IF.

       LEE-SIGUIENTE-ACTUAL.
       IF LEE-ACTUAL NOT = "1"
       READ ACTUAL-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-ACTUAL
       END-READ
       END-IF.
       IF LEE-ACTUAL NOT = "1"
       IF ACTUAL-PERIODO NOT = PERIODO-ACTUAL
       MOVE "1" TO LEE-ACTUAL
       END-IF
       END-IF.
       IF LEE-ACTUAL = "1"
       MOVE 999999 TO ID-ACTUAL
       ELSE
       MOVE ACTUAL-ID TO ID-ACTUAL
       END-IF.

       LEE-SIGUIENTE-ANTERIOR.
       IF LEE-ANTERIOR NOT = "1"
       READ ANTERIOR-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-ANTERIOR
       END-READ
       END-IF.
       IF LEE-ANTERIOR NOT = "1"
       IF ANTERIOR-PERIODO NOT = PERIODO-ANTERIOR
       MOVE "1" TO LEE-ANTERIOR
       END-IF
       END-IF.
       IF LEE-ANTERIOR = "1"
       MOVE 999999 TO ID-ANTERIOR
       ELSE
       MOVE ANTERIOR-ID TO ID-ANTERIOR
       END-IF.

      *Las altas y las ausencias respecto al periodo anterior se
      *señalan siempre: pueden ser también errores de grabación.
       CRUZAR-NOMINAS.
       IF LEE-ANTERIOR = "1"
       OR (LEE-ACTUAL NOT = "1" AND ID-ACTUAL < ID-ANTERIOR)
       PERFORM TRATAR-NUEVO
       PERFORM LEE-SIGUIENTE-ACTUAL
       ELSE
       IF LEE-ACTUAL = "1" OR ID-ANTERIOR < ID-ACTUAL
       PERFORM TRATAR-DESAPARECIDO
       PERFORM LEE-SIGUIENTE-ANTERIOR
       ELSE
       PERFORM TRATAR-COMPARADO
       PERFORM LEE-SIGUIENTE-ACTUAL
       PERFORM LEE-SIGUIENTE-ANTERIOR
       END-IF
       END-IF.

       TRATAR-NUEVO.
       ADD 1 TO CONTADOR-NUEVOS.
       MOVE ACTUAL-ID TO LD-ID.
       MOVE ACTUAL-APELLIDOS TO LD-APELLIDOS.
       MOVE ZERO TO LD-NETO-ANTERIOR.
       MOVE ACTUAL-NETO TO LD-NETO-ACTUAL.
       MOVE ACTUAL-NETO TO LD-DIFERENCIA.
       MOVE ZERO TO LD-VARIACION.
       MOVE "SIN NOMINA ANTERIOR" TO LD-OBSERVACION.
       PERFORM ESCRIBIR-DETALLE.

       TRATAR-DESAPARECIDO.
       ADD 1 TO CONTADOR-DESAPARECIDOS.
       MOVE ANTERIOR-ID TO LD-ID.
       MOVE ANTERIOR-APELLIDOS TO LD-APELLIDOS.
       MOVE ANTERIOR-NETO TO LD-NETO-ANTERIOR.
       MOVE ZERO TO LD-NETO-ACTUAL.
       COMPUTE DIFERENCIA-NETO = ZERO - ANTERIOR-NETO.
       MOVE DIFERENCIA-NETO TO LD-DIFERENCIA.
       MOVE ZERO TO LD-VARIACION.
       MOVE "SIN NOMINA EN EL PERIODO" TO LD-OBSERVACION.
       PERFORM ESCRIBIR-DETALLE.

      *Un líquido anterior a cero no admite porcentaje: cualquier
      *importe actual se señala. Una variación que no cabe en el
      *campo se muestra con el máximo.
       TRATAR-COMPARADO.
       ADD 1 TO CONTADOR-COMPARADOS.
       COMPUTE DIFERENCIA-NETO = ACTUAL-NETO - ANTERIOR-NETO.
       IF ANTERIOR-NETO = ZERO
       IF ACTUAL-NETO NOT = ZERO
       MOVE ZERO TO VARIACION-NETO
       MOVE "ANTERIOR SIN LIQUIDO" TO LD-OBSERVACION
       PERFORM SENALAR-COMPARADO
       END-IF
       ELSE
       COMPUTE VARIACION-NETO ROUNDED =
           DIFERENCIA-NETO * 100 / ANTERIOR-NETO
           ON SIZE ERROR
           MOVE 99999.99 TO VARIACION-NETO
       END-COMPUTE
       IF VARIACION-NETO > PORCENTAJE-UMBRAL
       OR VARIACION-NETO < ZERO - PORCENTAJE-UMBRAL
       MOVE "VARIACION EXCESIVA" TO LD-OBSERVACION
       PERFORM SENALAR-COMPARADO
       END-IF
       END-IF.

       SENALAR-COMPARADO.
       MOVE ACTUAL-ID TO LD-ID.
       MOVE ACTUAL-APELLIDOS TO LD-APELLIDOS.
       MOVE ANTERIOR-NETO TO LD-NETO-ANTERIOR.
       MOVE ACTUAL-NETO TO LD-NETO-ACTUAL.
       MOVE DIFERENCIA-NETO TO LD-DIFERENCIA.
       MOVE VARIACION-NETO TO LD-VARIACION.
       PERFORM ESCRIBIR-DETALLE.

       ESCRIBIR-DETALLE.
       IF CONTADOR-LINEAS = ZERO
       PERFORM ESCRIBIR-CABECERA
       END-IF.
       MOVE LINEA-DETALLE TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       ADD 1 TO CONTADOR-SENALADOS.
       ADD 1 TO CONTADOR-LINEAS.
       IF CONTADOR-LINEAS >= LINEAS-POR-PAGINA
       MOVE ZERO TO CONTADOR-LINEAS.

       ESCRIBIR-CABECERA.
       ADD 1 TO NUMERO-PAGINA.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       MOVE NUMERO-PAGINA TO LT-PAGINA.
       MOVE PERIODO-ACTUAL TO LT-PERIODO.
       MOVE PERIODO-ANTERIOR TO LT-ANTERIOR.
       MOVE PORCENTAJE-UMBRAL TO LT-UMBRAL.
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
       MOVE LINEA-SEPARADORA TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       MOVE "Empleados comparados:" TO LR-CONCEPTO.
       MOVE CONTADOR-COMPARADOS TO LR-CONTADOR.
       PERFORM ESCRIBIR-LINEA-RESUMEN.
       MOVE "Nóminas sin periodo anterior:" TO LR-CONCEPTO.
       MOVE CONTADOR-NUEVOS TO LR-CONTADOR.
       PERFORM ESCRIBIR-LINEA-RESUMEN.
       MOVE "Nóminas anteriores sin nómina actual:" TO LR-CONCEPTO.
       MOVE CONTADOR-DESAPARECIDOS TO LR-CONTADOR.
       PERFORM ESCRIBIR-LINEA-RESUMEN.
       MOVE "TOTAL EMPLEADOS SEÑALADOS:" TO LR-CONCEPTO.
       MOVE CONTADOR-SENALADOS TO LR-CONTADOR.
       PERFORM ESCRIBIR-LINEA-RESUMEN.

       ESCRIBIR-LINEA-RESUMEN.
       MOVE LINEA-RESUMEN TO LINEA-LISTADO.
       WRITE LINEA-LISTADO.
       END PROGRAM CAPITULO-58.
