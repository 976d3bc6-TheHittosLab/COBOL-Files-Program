       IF NIVEL-OPERADOR >= 2
       DISPLAY "6. Modificación y bajas de empleados."
       DISPLAY "7. Cuentas bancarias de empleados."
       DISPLAY "I. Conceptos variables de nómina."
       DISPLAY "K. Consulta y reimpresión de nóminas."
       DISPLAY "M. Cambios programados de empleados."
       END-IF.
       IF NIVEL-OPERADOR >= 3
       DISPLAY "8. Carga de altas de RRHH."
       DISPLAY "F. Cierre de periodo de auditoría."
       DISPLAY "G. Informe de posibles duplicados."
       DISPLAY "H. Fusión de empleados duplicados."
       DISPLAY "J. Tablas de tarifas de IRPF y Seguridad Social."
       DISPLAY "L. Variaciones del líquido antes del pago."
       DISPLAY "N. Aplicación diaria de cambios programados."
       DISPLAY "O. Aprobación de cambios de salario y cuenta."
       DISPLAY "P. Devoluciones del banco y reemisión de pagos."
       DISPLAY "Q. Cadena nocturna de procesos."
       DISPLAY "R. Integridad entre archivos y cuarentena."
       DISPLAY "S. Liquidación mensual de Seguridad Social."
       DISPLAY "T. Plantilla y presupuesto por departamento."
       END-IF.
       DISPLAY "X. Salir de la consola.".
       DISPLAY "Elige una opción: ".
           WHEN OPCION = "7" AND NIVEL-OPERADOR >= 2
           CALL "CAPITULO-44"
           CANCEL "CAPITULO-44"
           WHEN (OPCION = "I" OR OPCION = "i")
           AND NIVEL-OPERADOR >= 2
           CALL "CAPITULO-54"
           CANCEL "CAPITULO-54"
           WHEN (OPCION = "K" OR OPCION = "k")
           AND NIVEL-OPERADOR >= 2
           CALL "CAPITULO-57"
           CANCEL "CAPITULO-57"
           WHEN (OPCION = "8") AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-29"
           CANCEL "CAPITULO-29"
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-52"
           CANCEL "CAPITULO-52"
           WHEN (OPCION = "J" OR OPCION = "j")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-55"
           CANCEL "CAPITULO-55"
           WHEN (OPCION = "L" OR OPCION = "l")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-58"
           CANCEL "CAPITULO-58"
           WHEN (OPCION = "M" OR OPCION = "m")
           AND NIVEL-OPERADOR >= 2
           CALL "CAPITULO-59"
           CANCEL "CAPITULO-59"
           WHEN (OPCION = "N" OR OPCION = "n")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-60"
           CANCEL "CAPITULO-60"
           WHEN (OPCION = "O" OR OPCION = "o")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-61"
           CANCEL "CAPITULO-61"
           WHEN (OPCION = "P" OR OPCION = "p")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-62"
           CANCEL "CAPITULO-62"
           WHEN (OPCION = "Q" OR OPCION = "q")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-64"
           CANCEL "CAPITULO-64"
           WHEN (OPCION = "R" OR OPCION = "r")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-65"
           CANCEL "CAPITULO-65"
           WHEN (OPCION = "S" OR OPCION = "s")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-66"
           CANCEL "CAPITULO-66"
           WHEN (OPCION = "T" OR OPCION = "t")
           AND NIVEL-OPERADOR >= 3
           CALL "CAPITULO-68"
           CANCEL "CAPITULO-68"
           WHEN OPCION = "X" OR OPCION = "x"
           MOVE "N" TO SEGUIR-EN-MENU
           WHEN OTHER
