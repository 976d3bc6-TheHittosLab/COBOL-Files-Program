
       DATA DIVISION.
       FILE SECTION.
      *Motivos: DEPT departamento inexistente, DUPL ID ya existente,
      *PLAN alta por encima de la plantilla prevista del departamento.
       FD SUSPENSO-ARCHIVO.
       01 SUSPENSO-REGISTRO.
           05 SUSPENSO-MOTIVO PIC X(4).
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

       FD PENDIENTES-ARCHIVO.
       01 PENDIENTES-REGISTRO.
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
       01  SI-NO PIC X.
       01  SOBRE-PLANTILLA PIC X.
      *Plantilla activa por departamento, cargada al empezar y
      *actualizada con cada alta grabada; los departamentos que no
      *caben en la tabla no se controlan.
       01  PL-MAXIMO PIC 9(3) VALUE 200.
       01  PL-TOTAL PIC 9(3) VALUE ZERO.
       01  PL-I PIC 9(3).
       01  PL-ENCONTRADO-IND PIC 9(3).
       01  DEPARTAMENTO-BUSCADO PIC X(4).
       01  PLANTILLA-SUPERADA PIC X.
       01  TABLA-PLANTILLA.
           05 PL-ENTRADA OCCURS 200.
               10 PL-CODIGO PIC X(4).
               10 PL-ACTIVOS PIC 9(4).

      *Sesión compartida con la consola (CAPITULO-49): si está
      *activa no se vuelve a pedir operador ni clave.
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN OUTPUT PENDIENTES-ARCHIVO.
       PERFORM CARGAR-TABLA-PLANTILLA.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE SUSPENSO-ARCHIVO.
       MOVE "DEPT" TO MOTIVO-RECHAZO
       PERFORM ESCRIBIR-PENDIENTE
       ELSE
       PERFORM COMPROBAR-PLANTILLA
       IF PLANTILLA-SUPERADA = "S"
       PERFORM AUTORIZAR-SOBRE-PLANTILLA
       END-IF
       IF PLANTILLA-SUPERADA = "S"
       MOVE "PLAN" TO MOTIVO-RECHAZO
       PERFORM ESCRIBIR-PENDIENTE
       ELSE
       PERFORM GRABAR-REGISTRO
       END-IF
       END-IF.

      *Sólo un supervisor puede cargar un alta por encima de la
      *plantilla prevista; sin su autorización sigue pendiente.
       AUTORIZAR-SOBRE-PLANTILLA.
       DISPLAY "ID " SUSPENSO-ID ": el departamento "
           DEPARTAMENTOS-CODIGO " tiene "
           PL-ACTIVOS (PL-ENCONTRADO-IND)
           " empleados activos y una plantilla prevista de "
           DEPARTAMENTOS-PLANTILLA ".".
       IF NIVEL-OPERADOR >= 3
       DISPLAY "¿Autoriza el alta por encima de la plantilla (S/N)?"
       MOVE SPACE TO SI-NO
       ACCEPT SI-NO
       IF SI-NO = "S" OR SI-NO = "s"
       MOVE "N" TO PLANTILLA-SUPERADA
       MOVE "S" TO SOBRE-PLANTILLA
       END-IF
       END-IF.

      *El código ocupa las cuatro primeras posiciones del campo.
           NOT INVALID KEY
           ADD 1 TO CONTADOR-CARGADOS
           PERFORM REGISTRAR-AUDITORIA
           PERFORM SUMAR-ALTA-PLANTILLA
           IF SOBRE-PLANTILLA = "S"
           PERFORM AUDITAR-SOBRE-PLANTILLA
           END-IF
       END-WRITE.

       ESCRIBIR-PENDIENTE.
       MOVE SPACE TO AUDITORIA-VALOR-ANTERIOR.
       MOVE SPACE TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

      *Queda constancia del supervisor que autorizó el exceso, con
      *la plantilla prevista y la que resulta del alta.
       AUDITAR-SOBRE-PLANTILLA.
       MOVE EMPLEADOS-ID TO AUDITORIA-ID.
       MOVE "PLAN" TO AUDITORIA-ACCION.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       MOVE "PLANTILLA" TO AUDITORIA-CAMPO.
       MOVE DEPARTAMENTOS-PLANTILLA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE PL-ACTIVOS (PL-ENCONTRADO-IND)
           TO AUDITORIA-VALOR-NUEVO.
       WRITE AUDITORIA-REGISTRO.

       CARGAR-TABLA-PLANTILLA.
       MOVE ZERO TO PL-TOTAL.
       MOVE SPACE TO DEPARTAMENTOS-CODIGO.
       START DEPARTAMENTOS-ARCHIVO
           KEY IS NOT LESS THAN DEPARTAMENTOS-CODIGO
           INVALID KEY
           MOVE "1" TO LEE-TODO
           NOT INVALID KEY
           MOVE "0" TO LEE-TODO
       END-START.
       PERFORM UNTIL LEE-TODO = "1"
       READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
           AT END
           MOVE "1" TO LEE-TODO
       END-READ
       IF LEE-TODO NOT = "1"
       PERFORM ANOTAR-DEPARTAMENTO-TABLA
       END-IF
       END-PERFORM.
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

       ANOTAR-DEPARTAMENTO-TABLA.
       IF PL-TOTAL = PL-MAXIMO
       DISPLAY "La tabla de plantillas está llena; los departamentos"
           " siguientes no se controlan."
       MOVE "1" TO LEE-TODO
       ELSE
       ADD 1 TO PL-TOTAL
       MOVE DEPARTAMENTOS-CODIGO TO PL-CODIGO (PL-TOTAL)
       MOVE ZERO TO PL-ACTIVOS (PL-TOTAL)
       END-IF.

      *El código ocupa las cuatro primeras posiciones del campo.
       CONTAR-EMPLEADO-PLANTILLA.
       IF EMPLEADOS-SITUACION NOT = "B"
       MOVE EMPLEADOS-DEPARTAMENTO TO DEPARTAMENTO-BUSCADO
       PERFORM BUSCAR-PLANTILLA-TABLA
       IF PL-ENCONTRADO-IND > ZERO
       ADD 1 TO PL-ACTIVOS (PL-ENCONTRADO-IND)
       END-IF
       END-IF.

       BUSCAR-PLANTILLA-TABLA.
       MOVE ZERO TO PL-ENCONTRADO-IND.
       MOVE 1 TO PL-I.
       PERFORM UNTIL PL-I > PL-TOTAL OR PL-ENCONTRADO-IND > ZERO
       IF PL-CODIGO (PL-I) = DEPARTAMENTO-BUSCADO
       MOVE PL-I TO PL-ENCONTRADO-IND
       ELSE
       ADD 1 TO PL-I
       END-IF
       END-PERFORM.

      *Con plantilla prevista cero el departamento no tiene control.
       COMPROBAR-PLANTILLA.
       MOVE "N" TO PLANTILLA-SUPERADA.
       MOVE "N" TO SOBRE-PLANTILLA.
       MOVE DEPARTAMENTOS-CODIGO TO DEPARTAMENTO-BUSCADO.
       PERFORM BUSCAR-PLANTILLA-TABLA.
       IF PL-ENCONTRADO-IND > ZERO
       AND DEPARTAMENTOS-PLANTILLA > ZERO
       IF PL-ACTIVOS (PL-ENCONTRADO-IND) >= DEPARTAMENTOS-PLANTILLA
       MOVE "S" TO PLANTILLA-SUPERADA
       END-IF
       END-IF.

       SUMAR-ALTA-PLANTILLA.
       IF PL-ENCONTRADO-IND > ZERO
       ADD 1 TO PL-ACTIVOS (PL-ENCONTRADO-IND).
       END PROGRAM CAPITULO-34.
