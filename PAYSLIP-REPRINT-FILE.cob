       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-57.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Histórico de nóminas pagadas por periodo y empleado.
       SELECT HISTORICO-NOMINAS-ARCHIVO
       ASSIGN TO "historico-nominas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HISNOM-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS HISNOM-ESTADO.
      *Copias de nóminas ya formateadas para imprimir.
       SELECT REIMPRESION-ARCHIVO
       ASSIGN TO "reimpresion-nominas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS REIMPRESION-ESTADO.
      *Conceptos variables de nómina por periodo y empleado.
       SELECT VARIABLES-ARCHIVO
       ASSIGN TO "variables.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VARIABLES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VARIABLES-ESTADO.

       DATA DIVISION.
       FILE SECTION.
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

       FD REIMPRESION-ARCHIVO.
       01 LINEA-REIMPRESION PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR PIC X(31)
           VALUE "Introduce el ID del empleado: ".
       01  PERIODO-PETICION PIC X(32)
           VALUE "Periodo de la nómina (AAAAMM): ".

       01  SI-NO PIC X.
       01  OPCION PIC X.
       01  HISNOM-ESTADO PIC X(2).
       01  REIMPRESION-ESTADO PIC X(2).
       01  CONSULTA-CANCELADA PIC X VALUE "N".
       01  FECHA-EJECUCION PIC 9(8).
       01  DIAS-MES PIC 9(2) VALUE 30.
       01  IMPORTE-PANTALLA PIC Z(6)9.99.
       01  VARIABLES-ESTADO PIC X(2).
       01  LEE-VARIABLES PIC X.
      *Con "N" no hay archivo de conceptos variables y el recibo
      *sólo lleva sus totales.
       01  VARIABLES-DISPONIBLE PIC X VALUE "N".

      *Conceptos del periodo en el mismo orden y con el mismo límite
      *que en la nómina mensual, que no paga los que no caben.
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
       01  TOTAL-PERCEPCIONES-LEIDAS PIC 9(7)V99.
       01  TOTAL-DEDUCCIONES-LEIDAS PIC 9(7)V99.

      *Las líneas reproducen el recibo de la nómina mensual, con una
      *línea por concepto variable.
       01  LINEA-TITULO.
           05 FILLER PIC X(18) VALUE "COPIA DE NOMINA   ".
           05 FILLER PIC X(10) VALUE "  Fecha: ".
           05 LT-FECHA PIC 9(8).
           05 FILLER PIC X(11) VALUE "  Periodo: ".
           05 LT-PERIODO PIC 9(6).
           05 FILLER PIC X(11) VALUE "  Tarifas: ".
           05 LT-TARIFAS PIC 9(8).

       01  LINEA-SEPARADORA PIC X(80) VALUE ALL "-".

       01  LINEA-EMPLEADO.
           05 FILLER PIC X(10) VALUE "Empleado: ".
           05 LE-ID PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LE-NOMBRE PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-APELLIDOS PIC X(35).

       01  LINEA-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE "Departamento: ".
           05 LDP-DEPARTAMENTO PIC X(20).

       01  LINEA-DIAS.
           05 FILLER PIC X(26) VALUE "Dias pagados del periodo: ".
           05 LDI-DIAS PIC Z9.
           05 FILLER PIC X(3) VALUE " de".
           05 LDI-DIAS-MES PIC Z9.

       01  LINEA-IMPORTE.
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

       01  LINEA-CUENTA.
           05 FILLER PIC X(30) VALUE "Cuenta de abono:".
           05 LC-IBAN PIC X(24).

       01  LINEA-CALCULO.
           05 FILLER PIC X(30) VALUE "Nómina calculada el:".
           05 LCA-FECHA PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       IF CONSULTA-CANCELADA = "N"
       MOVE "S" TO SI-NO
       PERFORM CONSULTAR-NOMINA
       UNTIL SI-NO = "N"
       PERFORM PROCEDIMIENTO-DE-CIERRE
       END-IF.

       FINALIZA-PROGRAMA.
       GOBACK.

      *Sin histórico aún no hay nada que consultar: se avisa y se
      *devuelve el control sin abortar la sesión de la consola.
       PROCEDIMIENTO-DE-APERTURA.
       OPEN INPUT HISTORICO-NOMINAS-ARCHIVO.
       IF HISNOM-ESTADO = "35"
       DISPLAY "Aún no hay nóminas registradas en el histórico."
       MOVE "S" TO CONSULTA-CANCELADA
       ELSE
       IF HISNOM-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el histórico de nóminas."
       STOP RUN
       END-IF
       END-IF.
       IF CONSULTA-CANCELADA = "N"
       PERFORM ABRIR-REIMPRESION
       PERFORM ABRIR-VARIABLES
       ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
       END-IF.

       ABRIR-VARIABLES.
       OPEN INPUT VARIABLES-ARCHIVO.
       IF VARIABLES-ESTADO = "00"
       MOVE "S" TO VARIABLES-DISPONIBLE
       ELSE
       DISPLAY "Sin archivo de conceptos variables, las copias sólo"
           " llevan sus totales."
       END-IF.

       ABRIR-REIMPRESION.
       OPEN EXTEND REIMPRESION-ARCHIVO.
       IF REIMPRESION-ESTADO = "35"
       OPEN OUTPUT REIMPRESION-ARCHIVO.
       IF REIMPRESION-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           REIMPRESION-ESTADO
       STOP RUN.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE HISTORICO-NOMINAS-ARCHIVO.
       CLOSE REIMPRESION-ARCHIVO.
       IF VARIABLES-DISPONIBLE = "S"
       CLOSE VARIABLES-ARCHIVO.

       CONSULTAR-NOMINA.
       DISPLAY IDENTIFICADOR.
       ACCEPT HISNOM-ID.
       DISPLAY PERIODO-PETICION.
       ACCEPT HISNOM-PERIODO.
       READ HISTORICO-NOMINAS-ARCHIVO
           INVALID KEY
           DISPLAY "No hay nómina de ese empleado en ese periodo."
           NOT INVALID KEY
           PERFORM TRATAR-ENCONTRADA
       END-READ.
       PERFORM REINICIAR.

       TRATAR-ENCONTRADA.
       PERFORM MOSTRAR-NOMINA.
       DISPLAY "¿Reimprimir la nómina (S/N)?".
       ACCEPT OPCION.
       IF OPCION = "S" OR OPCION = "s"
       PERFORM ESCRIBIR-COPIA
       DISPLAY "Copia añadida a reimpresion-nominas.dat."
       END-IF.

       MOSTRAR-NOMINA.
       DISPLAY "ID: " HISNOM-ID " Nombre: " HISNOM-NOMBRE
           " Apellidos: " HISNOM-APELLIDOS.
       DISPLAY "  Departamento: " HISNOM-DEPARTAMENTO
           " Días pagados: " HISNOM-DIAS-PAGADOS
           " Tarifas: " HISNOM-TARIFAS.
       MOVE HISNOM-BRUTO TO IMPORTE-PANTALLA.
       DISPLAY "  Bruto: " IMPORTE-PANTALLA.
       MOVE HISNOM-IRPF TO IMPORTE-PANTALLA.
       DISPLAY "  IRPF: " IMPORTE-PANTALLA.
       MOVE HISNOM-SS TO IMPORTE-PANTALLA.
       DISPLAY "  Seguridad Social: " IMPORTE-PANTALLA.
       MOVE HISNOM-NETO TO IMPORTE-PANTALLA.
       DISPLAY "  Neto: " IMPORTE-PANTALLA.
       IF HISNOM-IBAN = SPACE
       DISPLAY "  Sin transferencia: pagada fuera del banco."
       ELSE
       DISPLAY "  IBAN: " HISNOM-IBAN
       END-IF.

       ESCRIBIR-COPIA.
       PERFORM CARGAR-VARIABLES-NOMINA.
       MOVE FECHA-EJECUCION TO LT-FECHA.
       MOVE HISNOM-PERIODO TO LT-PERIODO.
       MOVE HISNOM-TARIFAS TO LT-TARIFAS.
       MOVE LINEA-TITULO TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.
       MOVE HISNOM-ID TO LE-ID.
       MOVE HISNOM-NOMBRE TO LE-NOMBRE.
       MOVE HISNOM-APELLIDOS TO LE-APELLIDOS.
       MOVE LINEA-EMPLEADO TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.
       MOVE HISNOM-DEPARTAMENTO TO LDP-DEPARTAMENTO.
       MOVE LINEA-DEPARTAMENTO TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.
       MOVE HISNOM-DIAS-PAGADOS TO LDI-DIAS.
       MOVE DIAS-MES TO LDI-DIAS-MES.
       MOVE LINEA-DIAS TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.
       IF HISNOM-PERCEPCIONES > ZERO OR HISNOM-ATRASOS NOT = ZERO
       MOVE "Salario del periodo:" TO LI-CONCEPTO
       MOVE HISNOM-SALARIO-PERIODO TO LI-IMPORTE
       PERFORM ESCRIBIR-LINEA-IMPORTE
       END-IF.
       IF HISNOM-ATRASOS NOT = ZERO
       MOVE "Atrasos revisión salarial:" TO LA-CONCEPTO
       MOVE HISNOM-ATRASOS TO LA-IMPORTE
       MOVE LINEA-ATRASOS TO LINEA-REIMPRESION
       WRITE LINEA-REIMPRESION
       END-IF.
       IF HISNOM-PERCEPCIONES > ZERO
       IF TOTAL-PERCEPCIONES-LEIDAS = HISNOM-PERCEPCIONES
       MOVE "P" TO TIPO-IMPRESION
       PERFORM ESCRIBIR-CONCEPTOS-VARIABLES
       ELSE
       MOVE "Percepciones variables:" TO LI-CONCEPTO
       MOVE HISNOM-PERCEPCIONES TO LI-IMPORTE
       PERFORM ESCRIBIR-LINEA-IMPORTE
       END-IF
       END-IF.
       MOVE "Salario bruto mensual:" TO LI-CONCEPTO.
       MOVE HISNOM-BRUTO TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Retención IRPF:" TO LI-CONCEPTO.
       MOVE HISNOM-IRPF TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       MOVE "Cotización Seguridad Social:" TO LI-CONCEPTO.
       MOVE HISNOM-SS TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       IF HISNOM-DEDUCCIONES > ZERO
       IF TOTAL-DEDUCCIONES-LEIDAS = HISNOM-DEDUCCIONES
       MOVE "D" TO TIPO-IMPRESION
       PERFORM ESCRIBIR-CONCEPTOS-VARIABLES
       ELSE
       MOVE "Deducciones variables:" TO LI-CONCEPTO
       MOVE HISNOM-DEDUCCIONES TO LI-IMPORTE
       PERFORM ESCRIBIR-LINEA-IMPORTE
       END-IF
       END-IF.
       MOVE "Salario neto a transferir:" TO LI-CONCEPTO.
       MOVE HISNOM-NETO TO LI-IMPORTE.
       PERFORM ESCRIBIR-LINEA-IMPORTE.
       IF HISNOM-IBAN NOT = SPACE
       MOVE HISNOM-IBAN TO LC-IBAN
       MOVE LINEA-CUENTA TO LINEA-REIMPRESION
       WRITE LINEA-REIMPRESION
       END-IF.
       MOVE HISNOM-FECHA-CALCULO TO LCA-FECHA.
       MOVE LINEA-CALCULO TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.
       MOVE LINEA-SEPARADORA TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.

       ESCRIBIR-LINEA-IMPORTE.
       MOVE LINEA-IMPORTE TO LINEA-REIMPRESION.
       WRITE LINEA-REIMPRESION.

      *Los conceptos se leen como en la nómina mensual. Si lo leído
      *no suma lo que se pagó, porque el archivo ya no existe o los
      *conceptos del periodo se han tocado después, el recibo lleva
      *sólo el total pagado de ese tipo.
       CARGAR-VARIABLES-NOMINA.
       MOVE ZERO TO VR-TOTAL.
       MOVE ZERO TO TOTAL-PERCEPCIONES-LEIDAS.
       MOVE ZERO TO TOTAL-DEDUCCIONES-LEIDAS.
       IF VARIABLES-DISPONIBLE = "S"
       MOVE HISNOM-PERIODO TO VARIABLES-PERIODO
       MOVE HISNOM-ID TO VARIABLES-ID
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
       IF VARIABLES-PERIODO = HISNOM-PERIODO
       AND VARIABLES-ID = HISNOM-ID
       PERFORM ANOTAR-VARIABLE
       ELSE
       MOVE "1" TO LEE-VARIABLES
       END-IF
       END-IF
       END-PERFORM
       END-IF.

       ANOTAR-VARIABLE.
       IF VR-TOTAL < VR-MAXIMO
       ADD 1 TO VR-TOTAL
       MOVE VARIABLES-CONCEPTO TO VR-CONCEPTO (VR-TOTAL)
       MOVE VARIABLES-DESCRIPCION TO VR-DESCRIPCION (VR-TOTAL)
       MOVE VARIABLES-IMPORTE TO VR-IMPORTE (VR-TOTAL)
       MOVE VARIABLES-TIPO TO VR-TIPO (VR-TOTAL)
       IF VARIABLES-TIPO = "D"
       ADD VARIABLES-IMPORTE TO TOTAL-DEDUCCIONES-LEIDAS
       ELSE
       ADD VARIABLES-IMPORTE TO TOTAL-PERCEPCIONES-LEIDAS
       END-IF
       END-IF.

      *Una línea de recibo por cada concepto del tipo pedido.
       ESCRIBIR-CONCEPTOS-VARIABLES.
       MOVE 1 TO VR-I.
       PERFORM UNTIL VR-I > VR-TOTAL
       IF VR-TIPO (VR-I) = TIPO-IMPRESION
       MOVE VR-CONCEPTO (VR-I) TO LCV-CONCEPTO
       MOVE VR-DESCRIPCION (VR-I) TO LCV-DESCRIPCION
       MOVE VR-IMPORTE (VR-I) TO LCV-IMPORTE
       MOVE LINEA-CONCEPTO-VARIABLE TO LINEA-REIMPRESION
       WRITE LINEA-REIMPRESION
       END-IF
       ADD 1 TO VR-I
       END-PERFORM.

       REINICIAR.
       DISPLAY "¿Desea hacer otra consulta?".
       ACCEPT SI-NO.
       IF SI-NO = "s"
       MOVE "S" TO SI-NO.
       IF SI-NO NOT = "S"
       MOVE "N" TO SI-NO.
       END PROGRAM CAPITULO-57.
