       SELECT COSTES-ARCHIVO
       ASSIGN TO "listado-costes.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      *Conceptos variables de nómina por periodo y empleado.
       SELECT VARIABLES-ARCHIVO
       ASSIGN TO "variables.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VARIABLES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VARIABLES-ESTADO.
      *Conceptos variables que no se han podido pagar en el periodo.
       SELECT EXCEPCIONES-VARIABLES-ARCHIVO
       ASSIGN TO "excepciones-variables.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
      *Tablas de tarifas de IRPF y Seguridad Social por vigencia.
       SELECT TARIFAS-ARCHIVO
       ASSIGN TO "tarifas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TARIFAS-FECHA-VIGOR
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TARIFAS-ESTADO.
      *Histórico de nóminas pagadas por periodo y empleado.
       SELECT HISTORICO-NOMINAS-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISNOM-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISNOM-ESTADO.
      *Cambios programados; los de salario aplicados tarde dejan
      *atrasos para la nómina.
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
           05 AUSENCIAS-TIPO PIC X.

      *IBAN español de 24 posiciones validado al grabarse.
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

       FD EXCEPCIONES-ARCHIVO.
       01 LINEA-EXCEPCION PIC X(100).

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

       FD DEPARTAMENTOS-ARCHIVO.
       01 DEPARTAMENTOS-REGISTRO.
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

       FD COSTES-ARCHIVO.
       01 LINEA-COSTES PIC X(110).

      *Tipos: P percepción, D deducción. Una percepción sujeta (S)
      *entra en la base de IRPF y Seguridad Social; las deducciones
      *se descuentan del líquido sin tocar la base.
       FD VARIABLES-ARCHIVO.
       01 VARIABLES-REGISTRO.
           05 VARIABLES-CLAVE.
               10 VARIABLES-PERIODO PIC 9(6).
               10 VARIABLES-ID PIC 9(6).
               10 VARIABLES-CONCEPTO PIC X(4).
           05 VARIABLES-DESCRIPCION PIC X(25).
           05 VARIABLES-IMPORTE PIC 9(7)V99.
           05 VARIABLES-TIPO PIC X.
           05 VARIABLES-SUJETA PIC X.

       FD EXCEPCIONES-VARIABLES-ARCHIVO.
       01 LINEA-EXCEPCION-VARIABLE PIC X(100).

      *Cada tabla rige desde su fecha de vigor hasta la siguiente.
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

      *Mismo diseño que en la programación de cambios (CAPITULO-59).
      *Días de atrasos negativos: el cambio entró antes de pagar su
      *mes y la nómina descuenta los días previos a la fecha de
      *efecto, que se pagan completos con el salario nuevo.
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

      *Tipo S salario, C cuenta bancaria. Estado P pendiente, A
      *aprobado, R rechazado; lo resuelve un supervisor distinto del
      *que lo solicitó (CAPITULO-61).
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
       01  LEE-AUSENCIAS PIC X.
       01  CONTROL-HORA-GUARDADA PIC 9(6).
       01  CONTADOR-TRANSFERENCIAS PIC 9(6) VALUE ZERO.
       01  CONTADOR-SIN-CUENTA PIC 9(6) VALUE ZERO.
       01  CONTADOR-CUENTAS-BLOQUEADAS PIC 9(6) VALUE ZERO.
       01  TOTAL-TRANSFERIDO PIC 9(9)V99 VALUE ZERO.
       01  DEPARTAMENTOS-ESTADO PIC X(2).
      *Con "N" no hay archivo de departamentos y todo el coste va a
      *Con "N" el archivo de ausencias no existe y se paga el mes
      *completo salvo altas y bajas a mitad de mes.
       01  AUSENCIAS-DISPONIBLE PIC X VALUE "N".
       01  VARIABLES-ESTADO PIC X(2).
       01  LEE-VARIABLES PIC X.
      *Con "N" no hay archivo de conceptos variables y sólo se paga
      *el salario del periodo.
       01  VARIABLES-DISPONIBLE PIC X VALUE "N".
       01  TARIFAS-ESTADO PIC X(2).
       01  HISNOM-ESTADO PIC X(2).
       01  CAMBIOS-ARCHIVO-ESTADO PIC X(2).
       01  LEE-CAMBIOS PIC X.
      *Con "N" no hay cambios programados y no se pagan atrasos.
       01  CAMBIOS-DISPONIBLE PIC X VALUE "N".
       01  ATRASOS-PENDIENTE PIC X.
       01  DIAS-ATRASOS PIC S9(3).
       01  IMPORTE-ATRASOS PIC S9(7)V99.
       01  IMPORTE-ATRASOS-ABSOLUTO PIC 9(7)V99.
       01  ATRASOS-SALARIO PIC S9(7)V99 VALUE ZERO.
       01  CONTADOR-ATRASOS PIC 9(6) VALUE ZERO.
       01  APROBACIONES-ARCHIVO-ESTADO PIC X(2).
       01  LEE-APROBACIONES PIC X.
      *Con "N" no hay cambios de cuenta pendientes que listar.
       01  APROBACIONES-DISPONIBLE PIC X VALUE "N".
       01  CONTADOR-CUENTAS-PENDIENTES PIC 9(6) VALUE ZERO.
       01  IBAN-PAGO PIC X(24).
       01  LEE-TARIFAS PIC X.
       01  TARIFAS-ENCONTRADA PIC X VALUE "N".
       01  FECHA-FIN-PERIODO PIC 9(8).
       01  TRAMO-I PIC 9.
      *Tabla de tarifas en vigor al cierre del periodo: repetir un
      *periodo antiguo vuelve a aplicar las tarifas de entonces.
       01  TARIFA-VIGENTE.
           05 TV-FECHA-VIGOR PIC 9(8).
           05 TV-DESCRIPCION PIC X(30).
           05 TV-NUMERO-TRAMOS PIC 9.
           05 TV-TRAMO OCCURS 6.
               10 TV-LIMITE PIC 9(7)V99.
               10 TV-PORCENTAJE PIC 9(2)V99.
           05 TV-PORCENTAJE-SS PIC 9(2)V99.
           05 TV-BASE-MAXIMA PIC 9(7)V99.
           05 TV-BASE-MINIMA PIC 9(7)V99.
           05 TV-EMPRESA-COMUNES PIC 9(2)V99.
           05 TV-EMPRESA-DESEMPLEO PIC 9(2)V99.
           05 TV-EMPRESA-FORMACION PIC 9(2)V99.
           05 TV-EMPRESA-FOGASA PIC 9(2)V99.
           05 TV-RESERVA PIC X(24).
       01  CONTADOR-VARIABLES-RECHAZADAS PIC 9(6) VALUE ZERO.
       01  MOTIVO-VARIABLE PIC X(40).
      *Conceptos del empleado en curso: se cargan al calcular la
      *nómina y se imprimen en el recibo, percepciones antes del
      *total devengado y deducciones tras las cotizaciones.
       01  VR-MAXIMO PIC 9(2) VALUE 20.
       01  VR-TOTAL PIC 9(2) VALUE ZERO.
       01  VR-I PIC 9(2).
       01  TIPO-IMPRESION PIC X.
       01  TABLA-VARIABLES.
           05 VR-ENTRADA OCCURS 20.
               10 VR-CONCEPTO PIC X(4).
               10 VR-DESCRIPCION PIC X(25).
               10 VR-IMPORTE PIC 9(7)V99.
               10 VR-TIPO PIC X.
      *Periodo de la nómina en curso, formato AAAAMM.
       01  PERIODO-NOMINA PIC 9(6).
       01  PERIODO-DESGLOSE REDEFINES PERIODO-NOMINA.
           05 AUSENCIA-HASTA-AAAAMM PIC 9(6).
           05 AUSENCIA-HASTA-DIA PIC 9(2).
       01  CONTADOR-NOMINAS PIC 9(6) VALUE ZERO.
      *El bruto mensual es el salario del periodo más todas las
      *percepciones variables; la base de retención sólo suma las
      *percepciones sujetas.
       01  SALARIO-PERIODO PIC 9(7)V99 VALUE ZERO.
       01  PERCEPCIONES-SUJETAS PIC 9(7)V99 VALUE ZERO.
       01  PERCEPCIONES-EXENTAS PIC 9(7)V99 VALUE ZERO.
       01  DEDUCCIONES-VARIABLES PIC 9(7)V99 VALUE ZERO.
       01  BASE-RETENCION PIC 9(7)V99 VALUE ZERO.
      *La cotización se calcula sobre la base de retención acotada
      *por las bases mínima y máxima, prorrateadas por días pagados.
       01  BASE-COTIZACION PIC 9(7)V99 VALUE ZERO.
       01  BASE-MAXIMA-PERIODO PIC 9(7)V99 VALUE ZERO.
       01  BASE-MINIMA-PERIODO PIC 9(7)V99 VALUE ZERO.
       01  NETO-CALCULADO PIC S9(8)V99 VALUE ZERO.
       01  BRUTO-MENSUAL PIC 9(7)V99 VALUE ZERO.
       01  RETENCION-IRPF PIC 9(7)V99 VALUE ZERO.
       01  COTIZACION-SS PIC 9(7)V99 VALUE ZERO.
       01  NETO-MENSUAL PIC 9(7)V99 VALUE ZERO.
       01  PORCENTAJE-IRPF PIC 9(2)V99 VALUE ZERO.
       01  PORCENTAJE-SS PIC 9(2)V99 VALUE ZERO.
       01  TOTAL-BRUTO PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-NETO PIC 9(9)V99 VALUE ZERO.

           05 LTN-FECHA PIC 9(8).
           05 FILLER PIC X(11) VALUE "  Periodo: ".
           05 LTN-PERIODO PIC 9(6).
           05 FILLER PIC X(11) VALUE "  Tarifas: ".
           05 LTN-TARIFAS PIC 9(8).

       01  LINEA-SEPARADORA PIC X(80) VALUE ALL "-".

           05 LI-CONCEPTO PIC X(30).
           05 LI-IMPORTE PIC Z(6)9.99.

       01  LINEA-ATRASOS.
           05 LA-CONCEPTO PIC X(30).
           05 LA-IMPORTE PIC -(6)9.99.

       01  LINEA-CONCEPTO-VARIABLE.
           05 LCV-CONCEPTO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCV-DESCRIPCION PIC X(25).
           05 LCV-IMPORTE PIC Z(6)9.99.

       01  LINEA-DIAS.
           05 FILLER PIC X(26) VALUE "Dias pagados del periodo: ".
           05 LDI-DIAS PIC Z9.
           05 LDE-APELLIDOS PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDE-IMPORTE PIC Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDE-MOTIVO PIC X(15).

       01  LINEA-TITULO-CUENTAS-PEND.
           05 FILLER PIC X(39)
           VALUE "CAMBIOS DE CUENTA PENDIENTES DE APROBAR".
           05 FILLER PIC X(27) VALUE " (se paga al IBAN en vigor)".

       01  LINEA-DETALLE-CUENTA-PEND.
           05 LCP-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCP-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LCP-APELLIDOS PIC X(35).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCP-IBAN PIC X(24).

       01  LINEA-TITULO-EXCEPCIONES-VAR.
           05 FILLER PIC X(34)
           VALUE "CONCEPTOS VARIABLES NO PAGADOS    ".
           05 FILLER PIC X(12) VALUE "   Periodo: ".
           05 LTV-PERIODO PIC 9(6).

       01  LINEA-DETALLE-EXCEPCION-VAR.
           05 LDV-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDV-CONCEPTO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDV-TIPO PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDV-IMPORTE PIC Z(6)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDV-MOTIVO PIC X(40).

       01  LINEA-TITULO-COSTES.
           05 FILLER PIC X(30)
           VALUE "REPARTO POR CENTRO DE COSTE   ".
           05 FILLER PIC X(10) VALUE " Periodo: ".
           05 LTC-PERIODO PIC 9(6).
           05 FILLER PIC X(11) VALUE "  Tarifas: ".
           05 LTC-TARIFAS PIC 9(8).

       01  LINEA-SEPARADORA-COSTES PIC X(110) VALUE ALL "-".

       DISPLAY "Transferencias al banco: " CONTADOR-TRANSFERENCIAS
       DISPLAY "Total neto transferido: " TOTAL-TRANSFERIDO
       DISPLAY "Nóminas sin cuenta bancaria: " CONTADOR-SIN-CUENTA
       DISPLAY "Nóminas con la cuenta bloqueada: "
           CONTADOR-CUENTAS-BLOQUEADAS
       DISPLAY "Conceptos variables no pagados: "
           CONTADOR-VARIABLES-RECHAZADAS
       DISPLAY "Nóminas con atrasos de salario: " CONTADOR-ATRASOS
       DISPLAY "Cambios de cuenta pendientes de aprobar: "
           CONTADOR-CUENTAS-PENDIENTES
       END-IF.
       IF EJECUCION-FORZADA = "S"
       DISPLAY "Repetición forzada: los acumulados anuales no se han"
       PERFORM ABRIR-CONTROL.
       PERFORM COMPROBAR-PERIODO-PAGADO.
       IF EJECUCION-CANCELADA = "N"
       PERFORM CARGAR-TARIFAS-VIGENTES.
       IF EJECUCION-CANCELADA = "N"
       PERFORM ABRIR-ARCHIVOS-NOMINA.

      *Se toma la última tabla cuya fecha de vigor no pasa del fin
      *del periodo; sin tabla en vigor no se puede calcular nada.
       CARGAR-TARIFAS-VIGENTES.
       OPEN INPUT TARIFAS-ARCHIVO.
       IF TARIFAS-ESTADO NOT = "00"
       DISPLAY "Sin archivo de tarifas, no se puede calcular la"
           " nómina."
       PERFORM ABANDONAR-EJECUCION
       ELSE
       COMPUTE FECHA-FIN-PERIODO = PERIODO-NOMINA * 100 + 31
       PERFORM BUSCAR-TARIFA-VIGENTE
       CLOSE TARIFAS-ARCHIVO
       IF TARIFAS-ENCONTRADA = "N"
       DISPLAY "No hay tabla de tarifas en vigor para el periodo "
           PERIODO-NOMINA "."
       PERFORM ABANDONAR-EJECUCION
       ELSE
       MOVE TV-PORCENTAJE-SS TO PORCENTAJE-SS
       DISPLAY "Tarifas aplicadas: vigencia " TV-FECHA-VIGOR
           " " TV-DESCRIPCION
       END-IF
       END-IF.

       BUSCAR-TARIFA-VIGENTE.
       MOVE "N" TO TARIFAS-ENCONTRADA.
       MOVE ZERO TO TARIFAS-FECHA-VIGOR.
       START TARIFAS-ARCHIVO
           KEY IS NOT LESS THAN TARIFAS-FECHA-VIGOR
           INVALID KEY
           MOVE "1" TO LEE-TARIFAS
           NOT INVALID KEY
           MOVE "0" TO LEE-TARIFAS
       END-START.
       PERFORM UNTIL LEE-TARIFAS = "1"
       READ TARIFAS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TARIFAS
       END-READ
       IF LEE-TARIFAS NOT = "1"
       IF TARIFAS-FECHA-VIGOR > FECHA-FIN-PERIODO
       MOVE "1" TO LEE-TARIFAS
       ELSE
       MOVE TARIFAS-REGISTRO TO TARIFA-VIGENTE
       MOVE "S" TO TARIFAS-ENCONTRADA
       END-IF
       END-IF
       END-PERFORM.

       ABRIR-ARCHIVOS-NOMINA.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       OPEN OUTPUT NOMINAS-ARCHIVO.
       DISPLAY "Sin archivo de cuentas, todas las nóminas irán al"
           " informe de excepciones."
       END-IF.
       OPEN INPUT APROBACIONES-ARCHIVO.
       IF APROBACIONES-ARCHIVO-ESTADO = "00"
       MOVE "S" TO APROBACIONES-DISPONIBLE.
       OPEN OUTPUT EXCEPCIONES-ARCHIVO.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF DEPARTAMENTOS-ESTADO = "00"
           " sin centro."
       END-IF.
       OPEN OUTPUT COSTES-ARCHIVO.
       OPEN INPUT VARIABLES-ARCHIVO.
       IF VARIABLES-ESTADO = "00"
       MOVE "S" TO VARIABLES-DISPONIBLE
       ELSE
       DISPLAY "Sin archivo de conceptos variables, sólo se paga el"
           " salario."
       END-IF.
       OPEN OUTPUT EXCEPCIONES-VARIABLES-ARCHIVO.
       OPEN I-O HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO = "35"
       OPEN OUTPUT HISTORICO-NOMINAS-ARCHIVO
       CLOSE HISTORICO-NOMINAS-ARCHIVO
       OPEN I-O HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           HISNOM-ESTADO
       STOP RUN.
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO = "00"
       MOVE "S" TO CAMBIOS-DISPONIBLE
       ELSE
       DISPLAY "Sin archivo de cambios programados, no se pagan"
           " atrasos."
       END-IF.
       MOVE 1 TO CC-TOTAL.
       MOVE "*SIN*" TO CC-CENTRO (1).
       MOVE ZERO TO CC-EMPLEADOS (1).
       MOVE LINEA-TITULO-EXCEPCIONES TO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       MOVE PERIODO-NOMINA TO LTC-PERIODO.
       MOVE TV-FECHA-VIGOR TO LTC-TARIFAS.
       MOVE LINEA-TITULO-COSTES TO LINEA-COSTES.
       WRITE LINEA-COSTES.
       MOVE PERIODO-NOMINA TO LTV-PERIODO.
       MOVE LINEA-TITULO-EXCEPCIONES-VAR TO LINEA-EXCEPCION-VARIABLE.
       WRITE LINEA-EXCEPCION-VARIABLE.
       PERFORM REGISTRAR-INICIO-CONTROL.
       PERFORM ESCRIBIR-CABECERA-BANCO.

       CLOSE AUSENCIAS-ARCHIVO.
       IF CUENTAS-DISPONIBLE = "S"
       CLOSE CUENTAS-ARCHIVO.
       IF APROBACIONES-DISPONIBLE = "S"
       CLOSE APROBACIONES-ARCHIVO.
       IF VARIABLES-DISPONIBLE = "S"
       CLOSE VARIABLES-ARCHIVO.
       CLOSE EXCEPCIONES-VARIABLES-ARCHIVO.
       CLOSE HISTORICO-NOMINAS-ARCHIVO.
       IF CAMBIOS-DISPONIBLE = "S"
       CLOSE CAMBIOS-ARCHIVO.

      *La sesión se valida contra el archivo de operadores antes de
      *abrir el maestro; los intentos fallidos quedan auditados.
       MOVE ZERO TO CONTROL-TOTAL.
       MOVE ZERO TO CONTROL-FECHA-FIN.
       MOVE ZERO TO CONTROL-HORA-FIN.
       MOVE TV-FECHA-VIGOR TO CONTROL-REFERENCIA.
       WRITE CONTROL-REGISTRO.

       REGISTRAR-FIN-CONTROL.
           PERFORM CALCULAR-NOMINA
           PERFORM ESCRIBIR-NOMINA
           PERFORM ESCRIBIR-TRANSFERENCIA
           PERFORM GRABAR-HISTORICO-NOMINA
           PERFORM ACTUALIZAR-ACUMULADO
           PERFORM ACUMULAR-COSTE
           END-IF
           PERFORM LEE-SIGUIENTE-REGISTRO
       END-PERFORM
       END-IF.
       IF VARIABLES-DISPONIBLE = "S"
       PERFORM REVISAR-VARIABLES-PERIODO.
       IF CAMBIOS-DISPONIBLE = "S"
       PERFORM REVISAR-ATRASOS-PENDIENTES.
       IF APROBACIONES-DISPONIBLE = "S"
       PERFORM REVISAR-CUENTAS-PENDIENTES.

       LEE-SIGUIENTE-REGISTRO.
       READ EMPLEADOS-ARCHIVO NEXT RECORD
       END-IF
       END-IF.

      *El salario del periodo es la doceava parte del salario anual,
      *prorrateada por los días pagados del mes comercial; a él se
      *suman las percepciones variables del periodo.
      *La retención de IRPF se escala por los tramos del salario
      *anual de la tabla vigente y se aplica sobre la base de
      *retención; la cotización, sobre la base de cotización.
       CALCULAR-NOMINA.
       COMPUTE SALARIO-PERIODO ROUNDED = EMPLEADOS-SALARIO / 12
           * DIAS-PAGADOS / DIAS-MES.
       PERFORM CARGAR-VARIABLES-EMPLEADO.
       PERFORM CARGAR-ATRASOS-EMPLEADO.
       COMPUTE BRUTO-MENSUAL = SALARIO-PERIODO + ATRASOS-SALARIO
           + PERCEPCIONES-SUJETAS + PERCEPCIONES-EXENTAS.
       COMPUTE BASE-RETENCION = SALARIO-PERIODO + ATRASOS-SALARIO
           + PERCEPCIONES-SUJETAS.
       MOVE 1 TO TRAMO-I.
       PERFORM UNTIL TRAMO-I >= TV-NUMERO-TRAMOS
       OR EMPLEADOS-SALARIO <= TV-LIMITE (TRAMO-I)
       ADD 1 TO TRAMO-I
       END-PERFORM.
       MOVE TV-PORCENTAJE (TRAMO-I) TO PORCENTAJE-IRPF.
       COMPUTE RETENCION-IRPF ROUNDED =
           BASE-RETENCION * PORCENTAJE-IRPF / 100.
       PERFORM DETERMINAR-BASE-COTIZACION.
       COMPUTE COTIZACION-SS ROUNDED =
           BASE-COTIZACION * PORCENTAJE-SS / 100.
       COMPUTE NETO-CALCULADO = BRUTO-MENSUAL - RETENCION-IRPF
           - COTIZACION-SS - DEDUCCIONES-VARIABLES.
       IF NETO-CALCULADO < ZERO
       MOVE ZERO TO NETO-MENSUAL
       PERFORM ESCRIBIR-EXCEPCION-LIQUIDO
       ELSE
       MOVE NETO-CALCULADO TO NETO-MENSUAL
       END-IF.
       ADD 1 TO CONTADOR-NOMINAS.
       ADD BRUTO-MENSUAL TO TOTAL-BRUTO.
       ADD NETO-MENSUAL TO TOTAL-NETO.

      *Una base a cero en la tabla deja ese límite sin aplicar.
       DETERMINAR-BASE-COTIZACION.
       MOVE BASE-RETENCION TO BASE-COTIZACION.
       COMPUTE BASE-MAXIMA-PERIODO ROUNDED = TV-BASE-MAXIMA
           * DIAS-PAGADOS / DIAS-MES.
       COMPUTE BASE-MINIMA-PERIODO ROUNDED = TV-BASE-MINIMA
           * DIAS-PAGADOS / DIAS-MES.
       IF TV-BASE-MAXIMA > ZERO
       AND BASE-COTIZACION > BASE-MAXIMA-PERIODO
       MOVE BASE-MAXIMA-PERIODO TO BASE-COTIZACION.
       IF TV-BASE-MINIMA > ZERO
       AND BASE-COTIZACION < BASE-MINIMA-PERIODO
       MOVE BASE-MINIMA-PERIODO TO BASE-COTIZACION.

      *Los conceptos del empleado en el periodo se leen desde el
      *primer código posible hasta que cambia el periodo o el ID.
       CARGAR-VARIABLES-EMPLEADO.
       MOVE ZERO TO VR-TOTAL.
       MOVE ZERO TO PERCEPCIONES-SUJETAS.
       MOVE ZERO TO PERCEPCIONES-EXENTAS.
       MOVE ZERO TO DEDUCCIONES-VARIABLES.
       IF VARIABLES-DISPONIBLE = "S"
       MOVE PERIODO-NOMINA TO VARIABLES-PERIODO
       MOVE EMPLEADOS-ID TO VARIABLES-ID
       MOVE LOW-VALUES TO VARIABLES-CONCEPTO
       START VARIABLES-ARCHIVO
           KEY IS NOT LESS THAN VARIABLES-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-VARIABLES
           NOT INVALID KEY
           MOVE "0" TO LEE-VARIABLES
       END-START
       PERFORM UNTIL LEE-VARIABLES = "1"
       READ VARIABLES-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-VARIABLES
       END-READ
       IF LEE-VARIABLES NOT = "1"
       IF VARIABLES-PERIODO = PERIODO-NOMINA
       AND VARIABLES-ID = EMPLEADOS-ID
       PERFORM ANOTAR-VARIABLE
       ELSE
       MOVE "1" TO LEE-VARIABLES
       END-IF
       END-IF
       END-PERFORM
       END-IF.

      *Atrasos de los cambios de salario aplicados después de pagar
      *su mes: van en la primera nómina posterior al último periodo
      *pagado cuando se aplicó el cambio. Queda anotado el periodo
      *que los pagó para no repetirlos salvo al repetir ese periodo.
       CARGAR-ATRASOS-EMPLEADO.
       MOVE ZERO TO ATRASOS-SALARIO.
       IF CAMBIOS-DISPONIBLE = "S"
       MOVE EMPLEADOS-ID TO CAMBIOS-ID
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
       IF CAMBIOS-ID = EMPLEADOS-ID
       PERFORM COMPROBAR-ATRASOS-CAMBIO
       IF ATRASOS-PENDIENTE = "S"
       PERFORM ANOTAR-ATRASOS
       END-IF
       ELSE
       MOVE "1" TO LEE-CAMBIOS
       END-IF
       END-IF
       END-PERFORM
       END-IF.
       IF ATRASOS-SALARIO NOT = ZERO
       ADD 1 TO CONTADOR-ATRASOS.

      *Los días negativos sólo se regularizan en la nómina del mes
      *de efecto, que es la que paga esos días con el salario nuevo.
       COMPROBAR-ATRASOS-CAMBIO.
       MOVE "N" TO ATRASOS-PENDIENTE.
       IF CAMBIOS-TIPO = "S" AND CAMBIOS-ESTADO = "A"
       AND CAMBIOS-DIAS-ATRASOS NOT = ZERO
       AND PERIODO-NOMINA > CAMBIOS-ULTIMO-PAGADO
       AND (CAMBIOS-PERIODO-ATRASOS = ZERO
       OR CAMBIOS-PERIODO-ATRASOS = PERIODO-NOMINA)
       IF CAMBIOS-DIAS-ATRASOS > ZERO
       OR CAMBIOS-EFECTO-AAAAMM = PERIODO-NOMINA
       MOVE "S" TO ATRASOS-PENDIENTE
       END-IF
       END-IF.

       ANOTAR-ATRASOS.
       MOVE CAMBIOS-DIAS-ATRASOS TO DIAS-ATRASOS.
       IF DIAS-ATRASOS < ZERO AND DIAS-ATRASOS + DIAS-PAGADOS < ZERO
       COMPUTE DIAS-ATRASOS = ZERO - DIAS-PAGADOS.
       COMPUTE IMPORTE-ATRASOS ROUNDED =
           (CAMBIOS-SALARIO - CAMBIOS-SALARIO-ANTERIOR) / 12
           * DIAS-ATRASOS / DIAS-MES.
       ADD IMPORTE-ATRASOS TO ATRASOS-SALARIO.
       MOVE PERIODO-NOMINA TO CAMBIOS-PERIODO-ATRASOS.
       REWRITE CAMBIOS-REGISTRO.

      *Los atrasos que ninguna nómina ha recogido (empleado sin días
      *pagados en el periodo) se listan para pagarlos a mano.
       REVISAR-ATRASOS-PENDIENTES.
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
       IF LEE-CAMBIOS NOT = "1"
       PERFORM COMPROBAR-ATRASOS-CAMBIO
       IF ATRASOS-PENDIENTE = "S"
       AND CAMBIOS-PERIODO-ATRASOS = ZERO
       AND CAMBIOS-DIAS-ATRASOS > ZERO
       PERFORM ESCRIBIR-EXCEPCION-ATRASOS
       END-IF
       END-IF
       END-PERFORM.

       ESCRIBIR-EXCEPCION-ATRASOS.
       COMPUTE IMPORTE-ATRASOS ROUNDED =
           (CAMBIOS-SALARIO - CAMBIOS-SALARIO-ANTERIOR) / 12
           * CAMBIOS-DIAS-ATRASOS / DIAS-MES.
       MOVE CAMBIOS-ID TO LDV-ID.
       MOVE "*ATR" TO LDV-CONCEPTO.
       IF IMPORTE-ATRASOS < ZERO
       MOVE "D" TO LDV-TIPO
       ELSE
       MOVE "P" TO LDV-TIPO
       END-IF.
       MOVE IMPORTE-ATRASOS TO IMPORTE-ATRASOS-ABSOLUTO.
       MOVE IMPORTE-ATRASOS-ABSOLUTO TO LDV-IMPORTE.
       MOVE "ATRASOS SIN NOMINA EN EL PERIODO" TO LDV-MOTIVO.
       MOVE LINEA-DETALLE-EXCEPCION-VAR TO LINEA-EXCEPCION-VARIABLE.
       WRITE LINEA-EXCEPCION-VARIABLE.
       ADD 1 TO CONTADOR-VARIABLES-RECHAZADAS.

      *Con la tabla llena el concepto no se paga y queda en el
      *informe de excepciones para liquidarlo en otro periodo.
       ANOTAR-VARIABLE.
       IF VR-TOTAL = VR-MAXIMO
       MOVE "DEMASIADOS CONCEPTOS EN EL PERIODO" TO MOTIVO-VARIABLE
       PERFORM ESCRIBIR-EXCEPCION-VARIABLE
       ELSE
       ADD 1 TO VR-TOTAL
       MOVE VARIABLES-CONCEPTO TO VR-CONCEPTO (VR-TOTAL)
       MOVE VARIABLES-DESCRIPCION TO VR-DESCRIPCION (VR-TOTAL)
       MOVE VARIABLES-IMPORTE TO VR-IMPORTE (VR-TOTAL)
       MOVE VARIABLES-TIPO TO VR-TIPO (VR-TOTAL)
       IF VARIABLES-TIPO = "D"
       ADD VARIABLES-IMPORTE TO DEDUCCIONES-VARIABLES
       ELSE
       IF VARIABLES-SUJETA = "S"
       ADD VARIABLES-IMPORTE TO PERCEPCIONES-SUJETAS
       ELSE
       ADD VARIABLES-IMPORTE TO PERCEPCIONES-EXENTAS
       END-IF
       END-IF
       END-IF.

      *Las deducciones que superan el líquido dejan la nómina a cero
      *y se anotan para regularizarlas a mano.
       ESCRIBIR-EXCEPCION-LIQUIDO.
       MOVE EMPLEADOS-ID TO LDV-ID.
       MOVE "*LIQ" TO LDV-CONCEPTO.
       MOVE "D" TO LDV-TIPO.
       MOVE DEDUCCIONES-VARIABLES TO LDV-IMPORTE.
       MOVE "DEDUCCIONES SUPERAN EL LIQUIDO A PAGAR" TO LDV-MOTIVO.
       MOVE LINEA-DETALLE-EXCEPCION-VAR TO LINEA-EXCEPCION-VARIABLE.
       WRITE LINEA-EXCEPCION-VARIABLE.
       ADD 1 TO CONTADOR-VARIABLES-RECHAZADAS.

       ESCRIBIR-EXCEPCION-VARIABLE.
       MOVE VARIABLES-ID TO LDV-ID.
       MOVE VARIABLES-CONCEPTO TO LDV-CONCEPTO.
       MOVE VARIABLES-TIPO TO LDV-TIPO.
       MOVE VARIABLES-IMPORTE TO LDV-IMPORTE.
       MOVE MOTIVO-VARIABLE TO LDV-MOTIVO.
       MOVE LINEA-DETALLE-EXCEPCION-VAR TO LINEA-EXCEPCION-VARIABLE.
       WRITE LINEA-EXCEPCION-VARIABLE.
       ADD 1 TO CONTADOR-VARIABLES-RECHAZADAS.

      *Terminada la nómina se repasan todos los conceptos del
      *periodo: los de IDs que no están en el maestro o de empleados
      *sin días pagados (bajas anteriores o altas posteriores) no
      *han entrado en ningún recibo y van al informe de excepciones.
       REVISAR-VARIABLES-PERIODO.
       MOVE PERIODO-NOMINA TO VARIABLES-PERIODO.
       MOVE ZERO TO VARIABLES-ID.
       MOVE LOW-VALUES TO VARIABLES-CONCEPTO.
       START VARIABLES-ARCHIVO
           KEY IS NOT LESS THAN VARIABLES-CLAVE
           INVALID KEY
           MOVE "1" TO LEE-VARIABLES
           NOT INVALID KEY
           MOVE "0" TO LEE-VARIABLES
       END-START.
       PERFORM UNTIL LEE-VARIABLES = "1"
       READ VARIABLES-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-VARIABLES
       END-READ
       IF LEE-VARIABLES NOT = "1"
       IF VARIABLES-PERIODO = PERIODO-NOMINA
       PERFORM REVISAR-UNA-VARIABLE
       ELSE
       MOVE "1" TO LEE-VARIABLES
       END-IF
       END-IF
       END-PERFORM.

       REVISAR-UNA-VARIABLE.
       MOVE VARIABLES-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           MOVE "EMPLEADO INEXISTENTE EN EL MAESTRO"
               TO MOTIVO-VARIABLE
           PERFORM ESCRIBIR-EXCEPCION-VARIABLE
           NOT INVALID KEY
           PERFORM DETERMINAR-DIAS-PAGADOS
           IF DIAS-PAGADOS = ZERO
           IF EMPLEADOS-SITUACION = "B"
           MOVE "EMPLEADO DADO DE BAJA" TO MOTIVO-VARIABLE
           ELSE
           MOVE "EMPLEADO SIN DIAS PAGADOS EN EL PERIODO"
               TO MOTIVO-VARIABLE
           END-IF
           PERFORM ESCRIBIR-EXCEPCION-VARIABLE
           END-IF
       END-READ.

       ESCRIBIR-NOMINA.
       MOVE FECHA-EJECUCION TO LTN-FECHA.
       MOVE PERIODO-NOMINA TO LTN-PERIODO.
       MOVE TV-FECHA-VIGOR TO LTN-TARIFAS.
       MOVE LINEA-TITULO-NOMINA TO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       MOVE EMPLEADOS-ID TO LE-ID.
       MOVE DIAS-MES TO LDI-DIAS-MES.
       MOVE LINEA-DIAS TO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       IF VR-TOTAL > ZERO OR ATRASOS-SALARIO NOT = ZERO
       MOVE "Salario del periodo:" TO LI-CONCEPTO
       MOVE SALARIO-PERIODO TO LI-IMPORTE
       MOVE LINEA-IMPORTE TO LINEA-NOMINA
       WRITE LINEA-NOMINA
       IF ATRASOS-SALARIO NOT = ZERO
       MOVE "Atrasos revisión salarial:" TO LA-CONCEPTO
       MOVE ATRASOS-SALARIO TO LA-IMPORTE
       MOVE LINEA-ATRASOS TO LINEA-NOMINA
       WRITE LINEA-NOMINA
       END-IF
       MOVE "P" TO TIPO-IMPRESION
       PERFORM ESCRIBIR-CONCEPTOS-VARIABLES
       END-IF.
       MOVE "Salario bruto mensual:" TO LI-CONCEPTO.
       MOVE BRUTO-MENSUAL TO LI-IMPORTE.
       MOVE LINEA-IMPORTE TO LINEA-NOMINA.
       MOVE COTIZACION-SS TO LI-IMPORTE.
       MOVE LINEA-IMPORTE TO LINEA-NOMINA.
       WRITE LINEA-NOMINA.
       IF DEDUCCIONES-VARIABLES > ZERO
       MOVE "D" TO TIPO-IMPRESION
       PERFORM ESCRIBIR-CONCEPTOS-VARIABLES
       END-IF.
       MOVE "Salario neto a transferir:" TO LI-CONCEPTO.
       MOVE NETO-MENSUAL TO LI-IMPORTE.
       MOVE LINEA-IMPORTE TO LINEA-NOMINA.
       MOVE LINEA-SEPARADORA TO LINEA-NOMINA.
       WRITE LINEA-NOMINA.

      *Una línea de recibo por cada concepto del tipo pedido.
       ESCRIBIR-CONCEPTOS-VARIABLES.
       MOVE 1 TO VR-I.
       PERFORM UNTIL VR-I > VR-TOTAL
       IF VR-TIPO (VR-I) = TIPO-IMPRESION
       MOVE VR-CONCEPTO (VR-I) TO LCV-CONCEPTO
       MOVE VR-DESCRIPCION (VR-I) TO LCV-DESCRIPCION
       MOVE VR-IMPORTE (VR-I) TO LCV-IMPORTE
       MOVE LINEA-CONCEPTO-VARIABLE TO LINEA-NOMINA
       WRITE LINEA-NOMINA
       END-IF
       ADD 1 TO VR-I
       END-PERFORM.

      *Sin IBAN registrado la nómina no va al banco: se anota en el
      *informe de excepciones para pagarla por otro medio. Lo mismo
      *si el banco devolvió el último pago y la cuenta está
      *bloqueada.
       ESCRIBIR-TRANSFERENCIA.
       PERFORM BUSCAR-CUENTA-EMPLEADO.
       IF CUENTAS-ESTADO = "00" AND CUENTAS-BLOQUEADA NOT = "S"
       MOVE "2" TO TRANSFERENCIA-TIPO
       MOVE EMPLEADOS-ID TO TRANSFERENCIA-ID
       MOVE EMPLEADOS-APELLIDOS TO TRANSFERENCIA-APELLIDOS
       MOVE EMPLEADOS-NOMBRE TO TRANSFERENCIA-NOMBRE
       MOVE CUENTAS-IBAN TO TRANSFERENCIA-IBAN
       MOVE CUENTAS-IBAN TO IBAN-PAGO
       MOVE NETO-MENSUAL TO TRANSFERENCIA-IMPORTE
       MOVE FECHA-EJECUCION TO TRANSFERENCIA-FECHA
       WRITE TRANSFERENCIA-REGISTRO
       ADD 1 TO CONTADOR-TRANSFERENCIAS
       ADD NETO-MENSUAL TO TOTAL-TRANSFERIDO
       ELSE
       MOVE SPACE TO IBAN-PAGO
       PERFORM ESCRIBIR-EXCEPCION-CUENTA
       END-IF.

       MOVE EMPLEADOS-NOMBRE TO LDE-NOMBRE.
       MOVE EMPLEADOS-APELLIDOS TO LDE-APELLIDOS.
       MOVE NETO-MENSUAL TO LDE-IMPORTE.
       IF CUENTAS-ESTADO = "00"
       MOVE SPACE TO LDE-MOTIVO
       STRING "BLOQUEADA " DELIMITED BY SIZE
           CUENTAS-MOTIVO-BLOQUEO DELIMITED BY SIZE
           INTO LDE-MOTIVO
       ADD 1 TO CONTADOR-CUENTAS-BLOQUEADAS
       ELSE
       MOVE "SIN CUENTA" TO LDE-MOTIVO
       ADD 1 TO CONTADOR-SIN-CUENTA
       END-IF.
       MOVE LINEA-DETALLE-EXCEPCION TO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.

      *Un cambio de IBAN sin aprobar no afecta al pago: el empleado
      *cobra en la cuenta en vigor y se lista para que se resuelva.
       REVISAR-CUENTAS-PENDIENTES.
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
       AND APROBACIONES-TIPO = "C"
       AND APROBACIONES-ESTADO = "P"
       PERFORM ESCRIBIR-CUENTA-PENDIENTE
       END-IF
       END-PERFORM.

       ESCRIBIR-CUENTA-PENDIENTE.
       IF CONTADOR-CUENTAS-PENDIENTES = ZERO
       MOVE LINEA-TITULO-CUENTAS-PEND TO LINEA-EXCEPCION
       WRITE LINEA-EXCEPCION.
       MOVE APROBACIONES-ID TO LCP-ID.
       MOVE APROBACIONES-ID TO EMPLEADOS-ID.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           MOVE SPACE TO LCP-NOMBRE
           MOVE SPACE TO LCP-APELLIDOS
           NOT INVALID KEY
           MOVE EMPLEADOS-NOMBRE TO LCP-NOMBRE
           MOVE EMPLEADOS-APELLIDOS TO LCP-APELLIDOS
       END-READ.
       MOVE APROBACIONES-ID TO CUENTAS-ID.
       IF CUENTAS-DISPONIBLE = "S"
       READ CUENTAS-ARCHIVO
       ELSE
       MOVE "35" TO CUENTAS-ESTADO
       END-IF.
       IF CUENTAS-ESTADO = "00"
       MOVE CUENTAS-IBAN TO LCP-IBAN
       ELSE
       MOVE SPACE TO LCP-IBAN
       END-IF.
       MOVE LINEA-DETALLE-CUENTA-PEND TO LINEA-EXCEPCION.
       WRITE LINEA-EXCEPCION.
       ADD 1 TO CONTADOR-CUENTAS-PENDIENTES.

      *La nómina calculada queda en el histórico para consultas,
      *reimpresiones y la comparación con el periodo anterior.
       GRABAR-HISTORICO-NOMINA.
       MOVE PERIODO-NOMINA TO HISNOM-PERIODO.
       MOVE EMPLEADOS-ID TO HISNOM-ID.
       MOVE EMPLEADOS-NOMBRE TO HISNOM-NOMBRE.
       MOVE EMPLEADOS-APELLIDOS TO HISNOM-APELLIDOS.
       MOVE EMPLEADOS-DEPARTAMENTO TO HISNOM-DEPARTAMENTO.
       MOVE DIAS-PAGADOS TO HISNOM-DIAS-PAGADOS.
       MOVE SALARIO-PERIODO TO HISNOM-SALARIO-PERIODO.
       COMPUTE HISNOM-PERCEPCIONES =
           PERCEPCIONES-SUJETAS + PERCEPCIONES-EXENTAS.
       MOVE BRUTO-MENSUAL TO HISNOM-BRUTO.
       MOVE RETENCION-IRPF TO HISNOM-IRPF.
       MOVE COTIZACION-SS TO HISNOM-SS.
       MOVE DEDUCCIONES-VARIABLES TO HISNOM-DEDUCCIONES.
       MOVE NETO-MENSUAL TO HISNOM-NETO.
       MOVE IBAN-PAGO TO HISNOM-IBAN.
       MOVE TV-FECHA-VIGOR TO HISNOM-TARIFAS.
       MOVE FECHA-EJECUCION TO HISNOM-FECHA-CALCULO.
       MOVE ATRASOS-SALARIO TO HISNOM-ATRASOS.
       MOVE BASE-COTIZACION TO HISNOM-BASE-COTIZACION.
       MOVE SPACE TO HISNOM-RESERVA.
       WRITE HISNOM-REGISTRO
           INVALID KEY
           REWRITE HISNOM-REGISTRO
       END-WRITE.

      *Acumulado anual del empleado para el certificado de
      *retenciones: se crea en la primera nómina del año. Una
