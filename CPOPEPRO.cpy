      *----------------------------------------------------------------
      *  CPOPEPRO
      *  Parrafos de identificacion del operador. El identificador y
      *  la clave se toman del entorno (NOMOPERADOR y NOMCLAVE) cuando
      *  el programa corre dentro de la cadena, que los deja puestos
      *  tras identificar al operador una sola vez; fuera de la cadena
      *  se piden por consola. En ambos casos se validan contra
      *  operadores.csv: sin fichero de operadores, o con un
      *  identificador, una clave o un rol que no casan, no se
      *  identifica a nadie y el programa no hace nada.
      *----------------------------------------------------------------
       IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WS-OPE-IDENTIFICADO
           MOVE SPACES TO WS-OPE-ID
           MOVE SPACES TO WS-OPE-CLAVE
           MOVE SPACES TO WS-OPE-NOMBRE
           MOVE SPACE TO WS-OPE-ROL

           ACCEPT WS-OPE-ID FROM ENVIRONMENT "NOMOPERADOR"
           IF WS-OPE-ID = SPACES
               DISPLAY "Operador: "
               ACCEPT WS-OPE-ID
               DISPLAY "Clave: "
               ACCEPT WS-OPE-CLAVE
           ELSE
               ACCEPT WS-OPE-CLAVE FROM ENVIRONMENT "NOMCLAVE"
           END-IF

           IF WS-OPE-ID = SPACES
               DISPLAY "NO SE INDICO OPERADOR."
           ELSE
               PERFORM BUSCAR-OPERADOR
           END-IF

           IF OPERADOR-IDENTIFICADO
               PERFORM NOMBRAR-ROL
               DISPLAY "OPERADOR " FUNCTION TRIM(WS-OPE-ID)
                   " (" FUNCTION TRIM(WS-OPE-NOMBRE) "), ROL "
                   FUNCTION TRIM(WS-OPE-ROL-TXT) "."
           ELSE
               MOVE SPACES TO WS-OPE-ID
               MOVE SPACE TO WS-OPE-ROL
               DISPLAY "OPERADOR NO IDENTIFICADO. NO SE EJECUTA NADA."
           END-IF.

       BUSCAR-OPERADOR.
           MOVE 'N' TO WS-OPE-EOF

           OPEN INPUT FICHERO-OPERADORES.
           IF FS-OK-OPE
               PERFORM LEER-LINEA-OPERADORES
                   UNTIL FIN-FICHERO-OPE OR OPERADOR-IDENTIFICADO
               CLOSE FICHERO-OPERADORES
           ELSE
               DISPLAY "NO SE PUDO ABRIR EL FICHERO DE OPERADORES "
                   "operadores.csv. STATUS: " FS-STATUS-OPE
           END-IF.

       LEER-LINEA-OPERADORES.
           READ FICHERO-OPERADORES
               AT END
                   SET FIN-FICHERO-OPE TO TRUE
               NOT AT END
                   IF REGISTRO-OPERADOR NOT = SPACES
                       AND REGISTRO-OPERADOR(1:1) NOT = "*"
                       PERFORM COTEJAR-OPERADOR
                   END-IF
           END-READ.

       COTEJAR-OPERADOR.
           MOVE SPACES TO WS-OPE-CAMPO-1 WS-OPE-CAMPO-2
                          WS-OPE-CAMPO-3 WS-OPE-CAMPO-4
           UNSTRING REGISTRO-OPERADOR
               DELIMITED BY ";"
               INTO WS-OPE-CAMPO-1 WS-OPE-CAMPO-2
                    WS-OPE-CAMPO-3 WS-OPE-CAMPO-4
           END-UNSTRING
           IF WS-OPE-CAMPO-1 = WS-OPE-ID
               AND WS-OPE-CAMPO-3 = WS-OPE-CLAVE
               MOVE WS-OPE-CAMPO-2(1:1) TO WS-OPE-ROL
               IF ROL-VALIDO
                   MOVE WS-OPE-CAMPO-4 TO WS-OPE-NOMBRE
                   SET OPERADOR-IDENTIFICADO TO TRUE
               ELSE
                   DISPLAY "EL OPERADOR " FUNCTION TRIM(WS-OPE-ID)
                       " TIENE UN ROL DESCONOCIDO EN operadores.csv."
                   MOVE SPACE TO WS-OPE-ROL
                   SET FIN-FICHERO-OPE TO TRUE
               END-IF
           END-IF.

       NOMBRAR-ROL.
           EVALUATE TRUE
               WHEN ROL-CONSULTA
                   MOVE "CONSULTA" TO WS-OPE-ROL-TXT
               WHEN ROL-MANTENIMIENTO
                   MOVE "MANTENIMIENTO" TO WS-OPE-ROL-TXT
               WHEN ROL-CALIDAD
                   MOVE "CALIDAD DE DATOS" TO WS-OPE-ROL-TXT
               WHEN ROL-ADMINISTRADOR
                   MOVE "ADMINISTRADOR" TO WS-OPE-ROL-TXT
           END-EVALUATE.

       AVISAR-PERMISO-DENEGADO.
           DISPLAY "EL ROL " FUNCTION TRIM(WS-OPE-ROL-TXT)
               " DEL OPERADOR " FUNCTION TRIM(WS-OPE-ID)
               " NO PERMITE ESTA OPCION.".
