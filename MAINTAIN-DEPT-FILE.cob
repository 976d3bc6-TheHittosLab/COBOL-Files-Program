
       DATA DIVISION.
       FILE SECTION.
      *Archivo lógico. Plantilla prevista y presupuesto anual de
      *salarios aprobados; a cero el departamento no tiene plantilla
      *aprobada y sus altas no se controlan.
       FD DEPARTAMENTOS-ARCHIVO.
       01 DEPARTAMENTOS-REGISTRO.
           05 DEPARTAMENTOS-CODIGO PIC X(4).
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  CODIGO PIC X(39)
           VALUE "Introduce el centro de coste: ".
       01  RESPONSABLE PIC X(36)
           VALUE "Introduce el responsable: ".
       01  PLANTILLA PIC X(49)
           VALUE "Introduce la plantilla prevista (0 sin control): ".
       01  PRESUPUESTO PIC X(45)
           VALUE "Introduce el presupuesto anual de salarios: ".

       01  SI-NO PIC X.
       01  OPCION PIC X.
       01  VALOR-NUEVO PIC X(35).
       01  DEPARTAMENTOS-ESTADO PIC X(2).
       01  DEPARTAMENTOS-ENCONTRADO PIC X.
       01  ENTRADA-VALIDA PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       ACCEPT DEPARTAMENTOS-CENTRO-COSTE
       DISPLAY RESPONSABLE
       ACCEPT DEPARTAMENTOS-RESPONSABLE
       PERFORM OBTENER-PLANTILLA
       PERFORM OBTENER-PRESUPUESTO
       WRITE DEPARTAMENTOS-REGISTRO
           INVALID KEY
           DISPLAY "Ya existe un departamento con ese código."
           " Nombre: " DEPARTAMENTOS-NOMBRE
           " Centro de coste: " DEPARTAMENTOS-CENTRO-COSTE
           " Responsable: " DEPARTAMENTOS-RESPONSABLE.
       DISPLAY "Plantilla prevista: " DEPARTAMENTOS-PLANTILLA
           " Presupuesto anual de salarios: "
           DEPARTAMENTOS-PRESUPUESTO.

       OBTENER-PLANTILLA.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY PLANTILLA
       ACCEPT DEPARTAMENTOS-PLANTILLA
       IF DEPARTAMENTOS-PLANTILLA NUMERIC
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "La plantilla debe ser numérica."
       END-IF
       END-PERFORM.

       OBTENER-PRESUPUESTO.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY PRESUPUESTO
       ACCEPT DEPARTAMENTOS-PRESUPUESTO
       IF DEPARTAMENTOS-PRESUPUESTO NUMERIC
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El presupuesto debe ser numérico."
       END-IF
       END-PERFORM.

       MODIFICAR-DEPARTAMENTO.
       PERFORM BUSCAR-DEPARTAMENTO.
       IF VALOR-NUEVO NOT = SPACE
       MOVE VALOR-NUEVO TO DEPARTAMENTOS-RESPONSABLE
       END-IF
       DISPLAY "¿Cambiar la plantilla y el presupuesto (S/N)?"
       MOVE SPACE TO SI-NO
       ACCEPT SI-NO
       IF SI-NO = "s" OR SI-NO = "S"
       PERFORM OBTENER-PLANTILLA
       PERFORM OBTENER-PRESUPUESTO
       END-IF
       REWRITE DEPARTAMENTOS-REGISTRO
       DISPLAY "Departamento actualizado."
       ELSE
