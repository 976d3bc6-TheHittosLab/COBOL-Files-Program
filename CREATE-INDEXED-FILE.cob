           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

      *Nivel 1 alta y consulta, 2 modificación, 3 supervisor.
       FD OPERADORES-ARCHIVO.
       01  AUDITORIA-ACCION-ENTRADA PIC X(4).
       01  DEPARTAMENTOS-ESTADO PIC X(2).
       01  DEPARTAMENTO-VALIDO PIC X.
      *Recuento de la plantilla activa del departamento del alta; el
      *alta en curso se guarda mientras se recorre el maestro.
       01  LEE-TODO PIC X.
       01  REGISTRO-ALTA PIC X(164).
       01  DEPARTAMENTO-LEIDO PIC X(4).
       01  PLANTILLA-ACTIVA PIC 9(4).
       01  ALTA-AUTORIZADA PIC X.
       01  SOBRE-PLANTILLA PIC X.
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       MOVE "N" TO ENTRADA.
       PERFORM OBTENER-CAMPOS
       UNTIL ENTRADA = "S".
       PERFORM COMPROBAR-PLANTILLA.
       IF ALTA-AUTORIZADA = "S"
       PERFORM ESCRIBIR-REGISTRO
       ELSE
       DISPLAY "Alta no grabada."
       END-IF.
       PERFORM REINICIAR.

       OBTENER-CAMPOS.
           MOVE "S" TO DEPARTAMENTO-VALIDO
       END-READ.

      *Un alta que deja el departamento por encima de su plantilla
      *prevista sólo se graba si la autoriza un supervisor; con
      *plantilla cero el departamento no tiene control.
       COMPROBAR-PLANTILLA.
       MOVE "S" TO ALTA-AUTORIZADA.
       MOVE "N" TO SOBRE-PLANTILLA.
       PERFORM VALIDAR-DEPARTAMENTO.
       IF DEPARTAMENTOS-PLANTILLA > ZERO
       PERFORM CONTAR-PLANTILLA-ACTIVA
       IF PLANTILLA-ACTIVA >= DEPARTAMENTOS-PLANTILLA
       PERFORM AVISAR-SOBRE-PLANTILLA
       END-IF
       END-IF.

       CONTAR-PLANTILLA-ACTIVA.
       MOVE EMPLEADOS-REGISTRO TO REGISTRO-ALTA.
       MOVE ZERO TO PLANTILLA-ACTIVA.
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
       PERFORM CONTAR-EMPLEADO-PLANTILLA
       END-IF
       END-PERFORM.
       MOVE REGISTRO-ALTA TO EMPLEADOS-REGISTRO.

       CONTAR-EMPLEADO-PLANTILLA.
       MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-LEIDO.
       IF DEPARTAMENTO-LEIDO = DEPARTAMENTOS-CODIGO
       AND EMPLEADOS-SITUACION NOT = "B"
       ADD 1 TO PLANTILLA-ACTIVA.

       AVISAR-SOBRE-PLANTILLA.
       DISPLAY "Aviso: el departamento " DEPARTAMENTOS-CODIGO
           " tiene " PLANTILLA-ACTIVA " empleados activos y una"
           " plantilla prevista de " DEPARTAMENTOS-PLANTILLA ".".
       IF NIVEL-OPERADOR < 3
       DISPLAY "El alta supera la plantilla prevista y necesita"
           " la autorización de un supervisor."
       MOVE "N" TO ALTA-AUTORIZADA
       ELSE
       DISPLAY "¿Autoriza el alta por encima de la plantilla (S/N)?"
       ACCEPT SI-NO
       IF SI-NO = "S" OR SI-NO = "s"
       MOVE "S" TO SOBRE-PLANTILLA
       ELSE
       MOVE "N" TO ALTA-AUTORIZADA
       END-IF
       END-IF.

       OBTENER-FECHA-ALTA.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       WRITE EMPLEADOS-REGISTRO.
       MOVE "ALTA" TO AUDITORIA-ACCION-ENTRADA.
       PERFORM REGISTRAR-AUDITORIA.
       IF SOBRE-PLANTILLA = "S"
       PERFORM AUDITAR-SOBRE-PLANTILLA.

      *Queda constancia del supervisor que autorizó el exceso, con
      *la plantilla prevista y la que resulta del alta.
       AUDITAR-SOBRE-PLANTILLA.
       ADD 1 TO PLANTILLA-ACTIVA.
       MOVE EMPLEADOS-ID TO AUDITORIA-ID.
       MOVE "PLAN" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "PLANTILLA" TO AUDITORIA-CAMPO.
       MOVE DEPARTAMENTOS-PLANTILLA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE PLANTILLA-ACTIVA TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       REGISTRAR-AUDITORIA.
       MOVE EMPLEADOS-ID TO AUDITORIA-ID.
