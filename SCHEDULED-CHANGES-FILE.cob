       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITULO-59.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Cambios de empleados con fecha de efecto, pendientes de aplicar.
       SELECT CAMBIOS-ARCHIVO
       ASSIGN TO "cambios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAMBIOS-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CAMBIOS-ARCHIVO-ESTADO.
      *Archivo físico en modo dinámico.
       SELECT EMPLEADOS-ARCHIVO
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-APELLIDOS
       WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS EMPLEADOS-ESTADO.
      *Archivo de auditoría de altas, cambios y bajas.
       SELECT AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDITORIA-ESTADO.
      *Archivo de referencia de departamentos.
       SELECT DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DEPARTAMENTOS-CODIGO
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPARTAMENTOS-ESTADO.
      *Archivo de operadores autorizados.
       SELECT OPERADORES-ARCHIVO
       ASSIGN TO "operadores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OPERADORES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OPERADORES-ESTADO.

       DATA DIVISION.
       FILE SECTION.
      *Tipo S salario, D departamento, B baja. Situación P pendiente,
      *E salario pendiente de aprobación (CAPITULO-61), A aplicado,
      *R rechazado al aplicar o en la aprobación, N anulado. Un
      *empleado tiene como mucho un cambio de cada tipo por fecha de
      *efecto.
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
      *Al aplicar un cambio de salario se guardan el salario anterior,
      *el último periodo ya pagado y los días a regularizar; la
      *nómina anota el periodo en que paga los atrasos.
           05 CAMBIOS-SALARIO-ANTERIOR PIC 9(7)V99.
           05 CAMBIOS-ULTIMO-PAGADO PIC 9(6).
           05 CAMBIOS-DIAS-ATRASOS PIC S9(3).
           05 CAMBIOS-PERIODO-ATRASOS PIC 9(6).

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

       FD DEPARTAMENTOS-ARCHIVO.
       01 DEPARTAMENTOS-REGISTRO.
           05 DEPARTAMENTOS-CODIGO PIC X(4).
           05 DEPARTAMENTOS-NOMBRE PIC X(20).
           05 DEPARTAMENTOS-CENTRO-COSTE PIC X(6).
           05 DEPARTAMENTOS-RESPONSABLE PIC X(35).
           05 DEPARTAMENTOS-PLANTILLA PIC 9(4).
           05 DEPARTAMENTOS-PRESUPUESTO PIC 9(9)V99.

      *Nivel 1 alta y consulta, 2 modificación, 3 supervisor.
       FD OPERADORES-ARCHIVO.
       01 OPERADORES-REGISTRO.
           05 OPERADORES-ID PIC X(8).
           05 OPERADORES-CLAVE PIC X(8).
           05 OPERADORES-NIVEL PIC 9.
           05 OPERADORES-NOMBRE PIC X(20).

       WORKING-STORAGE SECTION.
       01  IDENTIFICADOR PIC X(33)
           VALUE "Introduce el ID del empleado: ".
       01  FECHA-EFECTO-PETICION PIC X(30)
           VALUE "Fecha de efecto (AAAAMMDD): ".
       01  TIPO-PETICION PIC X(44)
           VALUE "¿Salario (S), Departamento (D) o Baja (B)?".
       01  SALARIO-PETICION PIC X(22)
           VALUE "Nuevo salario anual: ".
       01  DEPARTAMENTO-PETICION PIC X(34)
           VALUE "Nuevo código de departamento: ".

       01  SI-NO PIC X.
       01  OPCION PIC X.
       01  ENTRADA-VALIDA PIC X.
       01  LEE-CAMBIOS PIC X.
       01  CAMBIOS-ARCHIVO-ESTADO PIC X(2).
       01  CAMBIOS-ENCONTRADO PIC X.
       01  EMPLEADOS-ESTADO PIC X(2).
       01  EMPLEADOS-ENCONTRADO PIC X.
       01  DEPARTAMENTOS-ESTADO PIC X(2).
       01  AUDITORIA-ESTADO PIC X(2).
       01  OPERADOR PIC X(20).
       01  OPERADORES-ESTADO PIC X(2).
       01  OPERADOR-ENTRADA PIC X(8).
       01  CLAVE-ENTRADA PIC X(8).
       01  NIVEL-OPERADOR PIC 9.
       01  SESION-VALIDA PIC X.
       01  INTENTOS-SESION PIC 9.
       01  FECHA-ACTUAL PIC 9(8).
       01  FECHA-EFECTO-DESGLOSE.
           05 FECHA-EFECTO-ANO PIC 9(4).
           05 FECHA-EFECTO-MES PIC 9(2).
           05 FECHA-EFECTO-DIA PIC 9(2).
       01  ID-BUSCADO PIC 9(6).
       01  CONTADOR-CAMBIOS PIC 9(4) VALUE ZERO.
       01  IMPORTE-PANTALLA PIC Z(6)9.99.
       01  IMPORTE-AUDITORIA PIC 9(7).99.
       01  DIAS-PANTALLA PIC -ZZ9.
       01  CAMPO-CAMBIO PIC X(12).
       01  TEXTO-SITUACION PIC X(20).

      *Los valores auditados llevan delante la fecha de efecto.
       01  VALOR-CAMBIO-AUDITORIA.
           05 VCA-EFECTO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 VCA-DATO PIC X(26).

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
       PERFORM MANTENER-CAMBIOS
       UNTIL SI-NO = "N".
       PERFORM PROCEDIMIENTO-DE-CIERRE.

       FINALIZA-PROGRAMA.
       GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
       ACCEPT FECHA-ACTUAL FROM DATE YYYYMMDD.
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
       IF NIVEL-OPERADOR < 2
       DISPLAY "Tu nivel sólo permite altas y consultas."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT EMPLEADOS-ARCHIVO.
       IF EMPLEADOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de empleados."
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN INPUT DEPARTAMENTOS-ARCHIVO.
       IF DEPARTAMENTOS-ESTADO NOT = "00"
       DISPLAY "No se puede abrir el archivo de departamentos."
       CLOSE EMPLEADOS-ARCHIVO
       CLOSE AUDITORIA-ARCHIVO
       CLOSE OPERADORES-ARCHIVO
       STOP RUN.
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO = "35"
       OPEN OUTPUT CAMBIOS-ARCHIVO
       CLOSE CAMBIOS-ARCHIVO
       OPEN I-O CAMBIOS-ARCHIVO.
       IF CAMBIOS-ARCHIVO-ESTADO NOT = "00"
       DISPLAY "Estado inesperado al abrir un archivo: "
           CAMBIOS-ARCHIVO-ESTADO
       STOP RUN.

       PROCEDIMIENTO-DE-CIERRE.
       CLOSE CAMBIOS-ARCHIVO.
       CLOSE EMPLEADOS-ARCHIVO.
       CLOSE DEPARTAMENTOS-ARCHIVO.
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

       MANTENER-CAMBIOS.
       DISPLAY "1. Programar un cambio con fecha de efecto.".
       DISPLAY "2. Consultar los cambios de un empleado.".
       DISPLAY "3. Anular un cambio pendiente.".
       DISPLAY "Elige una opción: ".
       ACCEPT OPCION.
       EVALUATE OPCION
           WHEN "1"
           PERFORM PROGRAMAR-CAMBIO
           WHEN "2"
           PERFORM CONSULTAR-CAMBIOS
           WHEN "3"
           PERFORM ANULAR-CAMBIO
           WHEN OTHER
           DISPLAY "Opción no válida, no se ha hecho ningún cambio."
       END-EVALUATE.
       PERFORM REINICIAR.

      *El cambio no toca el maestro: queda pendiente hasta que el
      *proceso diario (CAPITULO-60) lo aplica en su fecha de efecto.
      *Salario y bajas siguen reservados al supervisor, como en la
      *modificación directa.
       PROGRAMAR-CAMBIO.
       PERFORM BUSCAR-EMPLEADO.
       IF EMPLEADOS-ENCONTRADO = "N"
       DISPLAY "No existe ningún empleado con ese ID."
       ELSE
       IF EMPLEADOS-SITUACION = "B"
       DISPLAY "El empleado ya está dado de baja."
       ELSE
       PERFORM MOSTRAR-EMPLEADO
       PERFORM OBTENER-DATOS-CAMBIO
       IF ENTRADA-VALIDA = "S"
       PERFORM GRABAR-CAMBIO
       END-IF
       END-IF
       END-IF.

       BUSCAR-EMPLEADO.
       DISPLAY IDENTIFICADOR.
       ACCEPT EMPLEADOS-ID.
       MOVE "N" TO EMPLEADOS-ENCONTRADO.
       READ EMPLEADOS-ARCHIVO
           INVALID KEY
           MOVE "N" TO EMPLEADOS-ENCONTRADO
           NOT INVALID KEY
           MOVE "S" TO EMPLEADOS-ENCONTRADO
       END-READ.

       MOSTRAR-EMPLEADO.
       MOVE EMPLEADOS-SALARIO TO IMPORTE-PANTALLA.
       DISPLAY "ID: " EMPLEADOS-ID " Nombre: " EMPLEADOS-NOMBRE
           " Apellidos: " EMPLEADOS-APELLIDOS.
       DISPLAY "  Departamento: " EMPLEADOS-DEPARTAMENTO
           " Fecha alta: " EMPLEADOS-FECHA-ALTA
           " Salario: " IMPORTE-PANTALLA.

       OBTENER-DATOS-CAMBIO.
       MOVE SPACE TO CAMBIOS-REGISTRO.
       MOVE EMPLEADOS-ID TO CAMBIOS-ID.
       MOVE ZERO TO CAMBIOS-SALARIO.
       PERFORM OBTENER-TIPO-CAMBIO.
       IF ENTRADA-VALIDA = "S"
       AND (CAMBIOS-TIPO = "S" OR CAMBIOS-TIPO = "B")
       AND NIVEL-OPERADOR < 3
       DISPLAY "Sólo un supervisor puede programar cambios de"
           " salario o bajas."
       MOVE "N" TO ENTRADA-VALIDA
       END-IF.
      *Se admiten fechas pasadas: si el periodo ya está pagado, la
      *siguiente nómina abona la diferencia de los días afectados.
       IF ENTRADA-VALIDA = "S"
       PERFORM OBTENER-FECHA-EFECTO
       IF CAMBIOS-FECHA-EFECTO < EMPLEADOS-FECHA-ALTA
       DISPLAY "La fecha de efecto es anterior al alta del"
           " empleado."
       MOVE "N" TO ENTRADA-VALIDA
       END-IF
       IF CAMBIOS-FECHA-EFECTO < FECHA-ACTUAL
       DISPLAY "Fecha de efecto pasada: se aplicará en el próximo"
       DISPLAY "proceso diario, con atrasos si el mes ya se pagó."
       END-IF
       END-IF.
       IF ENTRADA-VALIDA = "S"
       EVALUATE CAMBIOS-TIPO
           WHEN "S"
           PERFORM OBTENER-NUEVO-SALARIO
           WHEN "D"
           PERFORM OBTENER-NUEVO-DEPARTAMENTO
       END-EVALUATE
       END-IF.

       OBTENER-TIPO-CAMBIO.
       DISPLAY TIPO-PETICION.
       ACCEPT CAMBIOS-TIPO.
       IF CAMBIOS-TIPO = "s"
       MOVE "S" TO CAMBIOS-TIPO.
       IF CAMBIOS-TIPO = "d"
       MOVE "D" TO CAMBIOS-TIPO.
       IF CAMBIOS-TIPO = "b"
       MOVE "B" TO CAMBIOS-TIPO.
       IF CAMBIOS-TIPO = "S" OR CAMBIOS-TIPO = "D"
       OR CAMBIOS-TIPO = "B"
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "Tipo de cambio no válido."
       MOVE "N" TO ENTRADA-VALIDA
       END-IF.

       OBTENER-FECHA-EFECTO.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY FECHA-EFECTO-PETICION
       ACCEPT CAMBIOS-FECHA-EFECTO
       MOVE CAMBIOS-FECHA-EFECTO TO FECHA-EFECTO-DESGLOSE
       IF CAMBIOS-FECHA-EFECTO NUMERIC
       AND FECHA-EFECTO-MES >= 1 AND FECHA-EFECTO-MES <= 12
       AND FECHA-EFECTO-DIA >= 1 AND FECHA-EFECTO-DIA <= 31
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "La fecha debe ser numérica, formato AAAAMMDD."
       END-IF
       END-PERFORM.

       OBTENER-NUEVO-SALARIO.
       MOVE "N" TO ENTRADA-VALIDA.
       PERFORM UNTIL ENTRADA-VALIDA = "S"
       DISPLAY SALARIO-PETICION
       MOVE ZERO TO CAMBIOS-SALARIO
       ACCEPT CAMBIOS-SALARIO
       IF CAMBIOS-SALARIO NUMERIC AND CAMBIOS-SALARIO > ZERO
       MOVE "S" TO ENTRADA-VALIDA
       ELSE
       DISPLAY "El salario debe ser numérico y mayor que cero."
       END-IF
       END-PERFORM.

      *El código ocupa las cuatro primeras posiciones del campo.
       OBTENER-NUEVO-DEPARTAMENTO.
       DISPLAY DEPARTAMENTO-PETICION.
       MOVE SPACE TO CAMBIOS-DEPARTAMENTO.
       ACCEPT CAMBIOS-DEPARTAMENTO.
       MOVE CAMBIOS-DEPARTAMENTO TO DEPARTAMENTOS-CODIGO.
       READ DEPARTAMENTOS-ARCHIVO
           INVALID KEY
           DISPLAY "Ese código de departamento no existe, no se"
               " programa el cambio."
           MOVE "N" TO ENTRADA-VALIDA
       END-READ.

       GRABAR-CAMBIO.
       MOVE OPERADOR-ENTRADA TO CAMBIOS-OPERADOR.
       MOVE FECHA-ACTUAL TO CAMBIOS-FECHA-GRABACION.
       MOVE "P" TO CAMBIOS-ESTADO.
       MOVE ZERO TO CAMBIOS-FECHA-APLICACION.
       MOVE ZERO TO CAMBIOS-SALARIO-ANTERIOR.
       MOVE ZERO TO CAMBIOS-ULTIMO-PAGADO.
       MOVE ZERO TO CAMBIOS-DIAS-ATRASOS.
       MOVE ZERO TO CAMBIOS-PERIODO-ATRASOS.
       WRITE CAMBIOS-REGISTRO
           INVALID KEY
           DISPLAY "Ya hay un cambio de ese tipo con esa fecha de"
               " efecto."
           NOT INVALID KEY
           DISPLAY "Cambio programado."
           PERFORM AUDITAR-PROGRAMACION
       END-WRITE.

       CONSULTAR-CAMBIOS.
       DISPLAY IDENTIFICADOR.
       ACCEPT ID-BUSCADO.
       MOVE ZERO TO CONTADOR-CAMBIOS.
       MOVE ID-BUSCADO TO CAMBIOS-ID.
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
       IF CAMBIOS-ID = ID-BUSCADO
       ADD 1 TO CONTADOR-CAMBIOS
       PERFORM MOSTRAR-CAMBIO
       ELSE
       MOVE "1" TO LEE-CAMBIOS
       END-IF
       END-IF
       END-PERFORM.
       IF CONTADOR-CAMBIOS = ZERO
       DISPLAY "No hay cambios programados para ese empleado.".

       MOSTRAR-CAMBIO.
       PERFORM FORMAR-DATO-CAMBIO.
       EVALUATE CAMBIOS-ESTADO
           WHEN "P"
           MOVE "PENDIENTE" TO TEXTO-SITUACION
           WHEN "E"
           MOVE "EN APROBACION" TO TEXTO-SITUACION
           WHEN "A"
           MOVE "APLICADO" TO TEXTO-SITUACION
           WHEN "R"
           MOVE "RECHAZADO" TO TEXTO-SITUACION
           WHEN "N"
           MOVE "ANULADO" TO TEXTO-SITUACION
           WHEN OTHER
           MOVE CAMBIOS-ESTADO TO TEXTO-SITUACION
       END-EVALUATE.
       DISPLAY "Efecto: " CAMBIOS-FECHA-EFECTO " " CAMPO-CAMBIO
           " " VCA-DATO " " TEXTO-SITUACION.
       DISPLAY "  Grabado por " CAMBIOS-OPERADOR " el "
           CAMBIOS-FECHA-GRABACION.
       IF CAMBIOS-ESTADO = "A" OR CAMBIOS-ESTADO = "R"
       OR CAMBIOS-ESTADO = "N" OR CAMBIOS-ESTADO = "E"
       DISPLAY "  Tratado el " CAMBIOS-FECHA-APLICACION
       END-IF.
       IF CAMBIOS-ESTADO = "A" AND CAMBIOS-DIAS-ATRASOS NOT = ZERO
       MOVE CAMBIOS-DIAS-ATRASOS TO DIAS-PANTALLA
       IF CAMBIOS-PERIODO-ATRASOS = ZERO
       DISPLAY "  Días a regularizar: " DIAS-PANTALLA
           ", pendientes de nómina."
       ELSE
       DISPLAY "  Días a regularizar: " DIAS-PANTALLA
           ", pagados en la nómina " CAMBIOS-PERIODO-ATRASOS
       END-IF
       END-IF.

      *Sólo un cambio pendiente puede anularse; se conserva con la
      *situación N para que quede constancia.
       ANULAR-CAMBIO.
       DISPLAY IDENTIFICADOR.
       ACCEPT CAMBIOS-ID.
       PERFORM OBTENER-FECHA-EFECTO.
       PERFORM OBTENER-TIPO-CAMBIO.
       IF ENTRADA-VALIDA = "S"
       PERFORM BUSCAR-CAMBIO
       IF CAMBIOS-ENCONTRADO = "N"
       DISPLAY "No existe ese cambio programado."
       ELSE
       IF CAMBIOS-ESTADO NOT = "P"
       DISPLAY "Sólo se pueden anular cambios pendientes."
       ELSE
       IF (CAMBIOS-TIPO = "S" OR CAMBIOS-TIPO = "B")
       AND NIVEL-OPERADOR < 3
       DISPLAY "Sólo un supervisor puede anular cambios de"
           " salario o bajas."
       ELSE
       PERFORM CONFIRMAR-ANULACION
       END-IF
       END-IF
       END-IF
       END-IF.

       BUSCAR-CAMBIO.
       MOVE "N" TO CAMBIOS-ENCONTRADO.
       READ CAMBIOS-ARCHIVO
           INVALID KEY
           MOVE "N" TO CAMBIOS-ENCONTRADO
           NOT INVALID KEY
           MOVE "S" TO CAMBIOS-ENCONTRADO
       END-READ.

       CONFIRMAR-ANULACION.
       PERFORM MOSTRAR-CAMBIO.
       DISPLAY "¿Confirma la anulación (S/N)?".
       ACCEPT SI-NO.
       IF SI-NO = "s" OR SI-NO = "S"
       MOVE "N" TO CAMBIOS-ESTADO
       MOVE FECHA-ACTUAL TO CAMBIOS-FECHA-APLICACION
       REWRITE CAMBIOS-REGISTRO
       DISPLAY "Cambio anulado."
       PERFORM AUDITAR-ANULACION
       ELSE
       DISPLAY "Anulación cancelada."
       END-IF.

       FORMAR-DATO-CAMBIO.
       MOVE CAMBIOS-FECHA-EFECTO TO VCA-EFECTO.
       EVALUATE CAMBIOS-TIPO
           WHEN "S"
           MOVE "SALARIO" TO CAMPO-CAMBIO
           MOVE CAMBIOS-SALARIO TO IMPORTE-AUDITORIA
           MOVE IMPORTE-AUDITORIA TO VCA-DATO
           WHEN "D"
           MOVE "DEPARTAMENTO" TO CAMPO-CAMBIO
           MOVE CAMBIOS-DEPARTAMENTO TO VCA-DATO
           WHEN OTHER
           MOVE "BAJA" TO CAMPO-CAMBIO
           MOVE SPACE TO VCA-DATO
       END-EVALUATE.

      *Programar y anular se auditan con sus propias acciones, PROG
      *y ANUL: el cambio en sí queda auditado como CAMB o BAJA
      *cuando el proceso diario lo aplica al maestro.
       AUDITAR-PROGRAMACION.
       PERFORM FORMAR-DATO-CAMBIO.
       MOVE "PROG" TO AUDITORIA-ACCION.
       MOVE CAMPO-CAMBIO TO AUDITORIA-CAMPO.
       EVALUATE CAMBIOS-TIPO
           WHEN "S"
           MOVE EMPLEADOS-SALARIO TO IMPORTE-AUDITORIA
           MOVE IMPORTE-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR
           WHEN "D"
           MOVE EMPLEADOS-DEPARTAMENTO TO AUDITORIA-VALOR-ANTERIOR
           WHEN OTHER
           MOVE SPACE TO AUDITORIA-VALOR-ANTERIOR
       END-EVALUATE.
       MOVE VALOR-CAMBIO-AUDITORIA TO AUDITORIA-VALOR-NUEVO.
       PERFORM GRABAR-AUDITORIA.

       AUDITAR-ANULACION.
       PERFORM FORMAR-DATO-CAMBIO.
       MOVE "ANUL" TO AUDITORIA-ACCION.
       MOVE CAMPO-CAMBIO TO AUDITORIA-CAMPO.
       MOVE VALOR-CAMBIO-AUDITORIA TO AUDITORIA-VALOR-ANTERIOR.
       MOVE SPACE TO AUDITORIA-VALOR-NUEVO.
       PERFORM GRABAR-AUDITORIA.

       GRABAR-AUDITORIA.
       MOVE CAMBIOS-ID TO AUDITORIA-ID.
       ACCEPT AUDITORIA-FECHA FROM DATE YYYYMMDD.
       ACCEPT AUDITORIA-HORA FROM TIME.
       MOVE OPERADOR TO AUDITORIA-OPERADOR.
       WRITE AUDITORIA-REGISTRO.

       REINICIAR.
       DISPLAY "¿Desea procesar otro cambio?".
       ACCEPT SI-NO.
       IF SI-NO = "s"
       MOVE "S" TO SI-NO.
       IF SI-NO NOT = "S"
       MOVE "N" TO SI-NO.
       END PROGRAM CAPITULO-59.
