       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-54.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Conceptos variables de nómina por periodo y empleado.
       SELECT VARIABLES-ARCHIVO
       ASSIGN TO "variables.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS VARIABLES-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VARIABLES-ESTADO.
      *Archivo físico en modo dinámico.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS EMPLEADOS-ESTADO.
      *Libro de control de ejecuciones de los procesos por lotes.
       SELECT CONTROL-ARCHIVO
       ASSIGN TO "control.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CONTROL-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONTROL-ARCHIVO-ESTADO.

       DATA DIVISION.
       FILE SECTION.
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
      *Mismo diseño que en la nómina mensual (CAPITULO-32); estado I
      *iniciado, F finalizado.
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
       01  IDENTIFICADOR PIC X(33)
           VALUE "Introduce el ID del empleado: ".
       01  PERIODO-PETICION PIC X(32)
           VALUE "Periodo de la nómina (AAAAMM): ".
       01  CONCEPTO PIC X(33)
           VALUE "Código del concepto (4 letras): ".
       01  DESCRIPCION PIC X(28)
           VALUE "Descripción del concepto: ".
       01  IMPORTE PIC X(22)
           VALUE "Importe del concepto: ".
       01  TIPO-CONCEPTO PIC X(44)
           VALUE "Tipo (P percepción, D deducción): ".
       01  SUJETA-CONCEPTO PIC X(44)
           VALUE "¿Sujeta a IRPF y Seguridad Social (S/N)? ".

       01  SI-NO PIC X.
       01  OPCION PIC X.
       01  ENTRADA-VALIDA PIC X.
       01  LEE-TODO PIC X.
       01  VARIABLES-ESTADO PIC X(2).
       01  EMPLEADOS-ESTADO PIC X(2).
       01  EMPLEADOS-ENCONTRADO PIC X.
       01  VARIABLES-ENCONTRADO PIC X.
       01  ID-BUSCADO PIC 9(6).
       01  PERIODO-BUSCADO PIC 9(6).
       01  PERIODO-DESGLOSE REDEFINES PERIODO-BUSCADO.
           05 PERIODO-ANO PIC 9(4).
           05 PERIODO-MES PIC 9(2).
       01  IMPORTE-PANTALLA PIC Z(6)9.99.
       01  TOTAL-PERCEPCIONES PIC 9(8)V99.
       01  TOTAL-DEDUCCIONES PIC 9(8)V99.
       01  TOTAL-PANTALLA PIC Z(7)9.99.
       01  CONTROL-ARCHIVO-ESTADO PIC X(2).
       01  LEE-CONTROL PIC X.

      *Periodos con una nómina mensual finalizada en el libro de
      *control, como en la aplicación de cambios programados. Sus
      *conceptos ya se han liquidado y no admiten cambios.
       01  PP-MAXIMO PIC 9(3) VALUE 600.
       01  PP-TOTAL PIC 9(3) VALUE ZERO.
       01  PP-I PIC 9(3).
       01  PERIODO-PAGADO-IND PIC X.
       01  TABLA-PERIODOS-PAGADOS.
           05 PP-PERIODO PIC 9(6) OCCURS 600.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM PROCEDIMIENTO-DE-APERTURA.
       MOVE "S" TO SI-NO.
       PERFORM MANTENER-VARIABLES
       UNTIL SI-NO = "N".
       PERFORM PROCEDIMIENTO-DE-CIERRE.

       FINALIZA-PROGRAMA.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       OPEN I-O VARIABLES-ARCHIVO.
       IF VARIABLES-ESTADO = "35"
       OPEN OUTPUT VARIABLES-ARCHIVO
       CLOSE VARIABLES-ARCHIVO
       OPEN I-O VARIABLES-ARCHIVO.
       IF VARIABLES-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           VARIABLES-ESTADO
       STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE VARIABLES-ARCHIVO
       STOP RUN.
       OPEN INPUT CONTROL-ARCHIVO.
       IF CONTROL-ARCHIVO-ESTADO = "00"
       PERFORM CARGAR-PERIODOS-PAGADOS
       CLOSE CONTROL-ARCHIVO.

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

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE VARIABLES-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.

       MANTENER-VARIABLES.
       DISPLAY "1. Registrar un concepto variable.".
       DISPLAY "2. Consultar los conceptos de un empleado.".
       DISPLAY "3. Modificar el importe de un concepto.".
       DISPLAY "4. Borrar un concepto.".
       DISPLAY "Elige una opción: ".
       ACCEPT OPCION.
       EVALUATE OPCION
           WHEN "1"
           PERFORM ALTA-VARIABLE
           WHEN "2"
           PERFORM CONSULTAR-VARIABLES
           WHEN "3"
           PERFORM MODIFICAR-VARIABLE
           WHEN "4"
           PERFORM BORRAR-VARIABLE
           WHEN OTHER
           DISPLAY "Opción no válida, no se ha hecho ningún cambio."
       END-EVALUATE.
       PERFORM REINICIAR.

      *Sólo se admiten conceptos de empleados del maestro; los de
      *un empleado dado de baja se graban con aviso y la nómina los
      *deja en su informe de excepciones si ya no cobra el periodo.
      *Un periodo con la nómina ya finalizada no admite conceptos.
       ALTA-VARIABLE.
       MOVE SPACE TO VARIABLES-REGISTRO.
       PERFORM OBTENER-EMPLEADO.
       IF EMPLEADOS-ENCONTRADO = "S"
       PERFORM OBTENER-PERIODO
       PERFORM BUSCAR-PERIODO-PAGADO
       IF PERIODO-PAGADO-IND = "S"
       PERFORM AVISAR-PERIODO-PAGADO
       ELSE
       PERFORM GRABAR-VARIABLE
       END-IF
       END-IF.

       GRABAR-VARIABLE.
       MOVE PERIODO-BUSCADO TO VARIABLES-PERIODO.
       MOVE EMPLEADOS-ID TO VARIABLES-ID.
       PERFORM OBTENER-CONCEPTO.
       DISPLAY DESCRIPCION.
       ACCEPT VARIABLES-DESCRIPCION.
       PERFORM OBTENER-IMPORTE.
       PERFORM OBTENER-TIPO.
       WRITE VARIABLES-REGISTRO
           INVALID KEY
           DISPLAY "Ese concepto ya está registrado para el"
           " empleado en ese periodo."
           NOT INVALID KEY
           DISPLAY "Concepto registrado."
       END-WRITE.

       AVISAR-PERIODO-PAGADO.
       DISPLAY "La nómina del periodo " PERIODO-BUSCADO
           " ya está finalizada; no se admiten cambios en sus"
           " conceptos.".

       OBTENER-EMPLEADO.
       DISPLAY IDENTIFICADOR.
       ACCEPT EMPLEADOS-ID.
       MOVE "N" TO EMPLEADOS-ENCONTRADO.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           DISPLAY "No existe ningún empleado con ese ID."
           NOT INVALID KEY
           MOVE "S" TO EMPLEADOS-ENCONTRADO
           DISPLAY "Empleado: " EMPLEADOS-NOMBRE
               " " EMPLEADOS-APELLIDOS
           IF EMPLEADOS-SITUACION = "B"
           DISPLAY "Atención: empleado dado de baja el "
               EMPLEADOS-FECHA-BAJA "."
           END-IF
       END-READ.

       OBTENER-PERIODO.
       MOVE ZERO TO PERIODO-BUSCADO.
       PERFORM UNTIL PERIODO-BUSCADO NUMERIC
       AND PERIODO-MES >= 1 AND PERIODO-MES <= 12
       DISPLAY PERIODO-PETICION
       ACCEPT PERIODO-BUSCADO
       END-PERFORM.

       OBTENER-CONCEPTO.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY CONCEPTO
       ACCEPT VARIABLES-CONCEPTO
       IF VARIABLES-CONCEPTO NOT = SPACE
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El código del concepto es obligatorio."
       END-IF
       END-PERFORM.

       OBTENER-IMPORTE.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY IMPORTE
       ACCEPT VARIABLES-IMPORTE
       IF VARIABLES-IMPORTE NUMERIC
       IF VARIABLES-IMPORTE > ZERO
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El importe debe ser mayor que cero."
       END-IF
       ELSE
       DISPLAY "El importe debe ser numérico."
       END-IF
       END-PERFORM.

      *Las deducciones no se someten a retención: el indicador de
      *sujeción sólo se pide para las percepciones.
       OBTENER-TIPO.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY TIPO-CONCEPTO
       ACCEPT VARIABLES-TIPO
       IF VARIABLES-TIPO = "p"
       MOVE "P" TO VARIABLES-TIPO
       END-IF
       IF VARIABLES-TIPO = "d"
       MOVE "D" TO VARIABLES-TIPO
       END-IF
       IF VARIABLES-TIPO = "P" OR VARIABLES-TIPO = "D"
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El tipo debe ser P o D."
       END-IF
       END-PERFORM.
       MOVE "N" TO VARIABLES-SUJETA.
       IF VARIABLES-TIPO = "P"
       DISPLAY SUJETA-CONCEPTO
       ACCEPT VARIABLES-SUJETA
       IF VARIABLES-SUJETA = "s" OR VARIABLES-SUJETA = "S"
       MOVE "S" TO VARIABLES-SUJETA
       ELSE
       MOVE "N" TO VARIABLES-SUJETA
       END-IF
       END-IF.

      *Se recorren los conceptos del empleado en el periodo desde el
      *primer código posible hasta que cambia el periodo o el ID.
       CONSULTAR-VARIABLES.
       PERFORM OBTENER-EMPLEADO.
       IF EMPLEADOS-ENCONTRADO = "S"
       MOVE EMPLEADOS-ID TO ID-BUSCADO
       PERFORM OBTENER-PERIODO
       PERFORM LISTAR-VARIABLES
       END-IF.

       LISTAR-VARIABLES.
       MOVE "N" TO VARIABLES-ENCONTRADO.
       MOVE ZERO TO TOTAL-PERCEPCIONES.
       MOVE ZERO TO TOTAL-DEDUCCIONES.
       MOVE PERIODO-BUSCADO TO VARIABLES-PERIODO.
       MOVE ID-BUSCADO TO VARIABLES-ID.
       MOVE LOW-VALUES TO VARIABLES-CONCEPTO.
       START VARIABLES-ARCHIVO
           KEY IS NOT LESS THAN VARIABLES-CLAVE
           INVALID KEY
           MOVE "N" TO VARIABLES-ENCONTRADO
           NOT INVALID KEY
           PERFORM RECORRER-VARIABLES
       END-START.
       IF VARIABLES-ENCONTRADO = "N"
       DISPLAY "El empleado no tiene conceptos en ese periodo."
       ELSE
       MOVE TOTAL-PERCEPCIONES TO TOTAL-PANTALLA
       DISPLAY "Total percepciones: " TOTAL-PANTALLA
       MOVE TOTAL-DEDUCCIONES TO TOTAL-PANTALLA
       DISPLAY "Total deducciones:  " TOTAL-PANTALLA
       END-IF.

       RECORRER-VARIABLES.
       MOVE "0" TO LEE-TODO.
       PERFORM UNTIL LEE-TODO = "1"
       READ VARIABLES-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       IF VARIABLES-PERIODO = PERIODO-BUSCADO
       AND VARIABLES-ID = ID-BUSCADO
       MOVE "S" TO VARIABLES-ENCONTRADO
       PERFORM MOSTRAR-VARIABLE
       IF VARIABLES-TIPO = "P"
       ADD VARIABLES-IMPORTE TO TOTAL-PERCEPCIONES
       ELSE
       ADD VARIABLES-IMPORTE TO TOTAL-DEDUCCIONES
       END-IF
       ELSE
       MOVE "1" TO LEE-TODO
       END-IF
       END-IF
       END-PERFORM.

       MOSTRAR-VARIABLE.
       MOVE VARIABLES-IMPORTE TO IMPORTE-PANTALLA.
       DISPLAY VARIABLES-CONCEPTO " " VARIABLES-DESCRIPCION
           " Importe: " IMPORTE-PANTALLA
           " Tipo: " VARIABLES-TIPO
           " Sujeta: " VARIABLES-SUJETA.

       OBTENER-CLAVE-VARIABLE.
       DISPLAY IDENTIFICADOR.
       ACCEPT VARIABLES-ID.
       PERFORM OBTENER-PERIODO.
       MOVE PERIODO-BUSCADO TO VARIABLES-PERIODO.
       DISPLAY CONCEPTO.
       ACCEPT VARIABLES-CONCEPTO.

       MODIFICAR-VARIABLE.
       PERFORM OBTENER-CLAVE-VARIABLE.
       PERFORM BUSCAR-PERIODO-PAGADO.
       IF PERIODO-PAGADO-IND = "S"
       PERFORM AVISAR-PERIODO-PAGADO
       ELSE
       READ VARIABLES-ARCHIVO
           INVALID KEY
           DISPLAY "No existe ese concepto."
           NOT INVALID KEY
           PERFORM MOSTRAR-VARIABLE
           PERFORM OBTENER-IMPORTE
           REWRITE VARIABLES-REGISTRO
           DISPLAY "Importe modificado."
       END-READ
       END-IF.

       BORRAR-VARIABLE.
       PERFORM OBTENER-CLAVE-VARIABLE.
       PERFORM BUSCAR-PERIODO-PAGADO.
       IF PERIODO-PAGADO-IND = "S"
       PERFORM AVISAR-PERIODO-PAGADO
       ELSE
       READ VARIABLES-ARCHIVO
           INVALID KEY
           DISPLAY "No existe ese concepto."
           NOT INVALID KEY
           PERFORM MOSTRAR-VARIABLE
           PERFORM CONFIRMAR-BORRADO
       END-READ
       END-IF.

       CONFIRMAR-BORRADO.
       DISPLAY "¿Confirma el borrado (S/N)?".
       ACCEPT SI-NO.
       IF SI-NO = "s" OR SI-NO = "S"
       DELETE VARIABLES-ARCHIVO
       DISPLAY "Concepto eliminado."
       ELSE
       DISPLAY "Borrado cancelado."
       END-IF.

       REINICIAR.
       DISPLAY "¿Desea procesar otro concepto?".
       ACCEPT SI-NO.
       IF SI-NO = "s"
       MOVE "S" TO SI-NO.
       IF SI-NO NOT = "S"
       MOVE "N" TO SI-NO.
       END PROGRAM CAPITULO-54.
