                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Reglas de validacion de los campos de detalle de los archivos
      *de entrada, mantenidas por operaciones; sin archivo no se
      *valida ningun valor, como siempre.
      *---
           SELECT OPTIONAL ARCH-RV-ARCHIVO-REGLAS ASSIGN
                                           W000-UT-S-DIR-REGLAS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Maestro del ciclo anterior, en el mismo formato que el
      *ArchivoD de salida; solo se lee en modo delta.
       01 FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

      *---
      *Una regla por registro (las lineas con '*' en la primera
      *columna son comentarios):
      *  RV-ARCHIVO  A, B, C o E; RV-CAMPO el numero del campo de
      *              detalle (1 = A1, B1, C1 o E1; 2 = A2 ...).
      *  RV-TIPO     'MIN' el campo no menor que RV-VALOR(1)
      *              'MAX' el campo no mayor que RV-VALOR(1)
      *              'NCE' el campo distinto de cero
      *              'LIS' el campo igual a uno de los primeros
      *                    RV-NUM-VALORES de RV-VALOR
      *              'CMP' el campo contra el campo RV-CAMPO-2 del
      *                    mismo registro con RV-OPERADOR ('<=', '< ',
      *                    '>=', '> ', '= ', '<>'); p.ej. B2 <= B1.
      *---
       FD  ARCH-RV-ARCHIVO-REGLAS
           LABEL RECORD STANDARD.
       01 RV-REGLA.
           05 RV-NUM-REGLA               PIC 9(3).
           05 RV-ARCHIVO                 PIC X.
           05 RV-CAMPO                   PIC 9.
           05 RV-TIPO                    PIC XXX.
           05 RV-OPERADOR                PIC XX.
           05 RV-CAMPO-2                 PIC 9.
           05 RV-NUM-VALORES             PIC 99.
           05 RV-VALOR OCCURS 10         PIC 9(3).
       01 RV-COMENTARIO.
           05 RV-MARCA                   PIC X.
               88 RV-ES-COMENTARIO                  VALUE '*'.
           05 FILLER                     PIC X(42).

       FD  ARCH-PM-ARCHIVO-MODO
           LABEL RECORD STANDARD.
       01 PM-PARAMETRO.

      *---
      *Registros apartados en modo de rechazo en linea: archivo de
      *origen, motivo y las dos llaves en conflicto. En los apartados
      *por una regla de validacion el motivo lleva el numero de la
      *regla, y van el valor del campo que la rompio y la llave.
      *---
       FD  ARCH-RJ-ARCHIVO-RECHAZOS
           RECORD CONTAINS 40 CHARACTERS
           05  S025-FINARCHDANT         PIC 9.
           05  S000-ESTADOARCHDANT      PIC X.
           05  S000-ESTADOARCHCL        PIC X.
      *---
      *Carga de las reglas de validacion y resultado de aplicarlas
      *al registro en curso.
      *---
           05  S007-FINARCHREGLAS       PIC 9.
           05  S000-ESTADOARCHREGLAS    PIC X.
           05  S007-REGLA-VALIDA        PIC X.
           05  S036-REGLA-ROTA          PIC X.
           05  S036-VALOR-EN-LISTA      PIC X.


      *---
                                      VALUE 'ArchivoDAnt.txt'.
           05  W000-UT-S-DIR-CAMBIOS  PIC X(20)
                                      VALUE 'CambiosArchivoD.txt'.
           05  W000-UT-S-DIR-REGLAS   PIC X(20)
                                      VALUE 'ReglasValidacion.dat'.

      *---
      *Umbral de rechazos tolerados antes de abortar en modo de
           05  W035-ID-ANT            PIC S9(3).
           05  W035-ID-LEI            PIC S9(3).

      *---
      *Reglas de validacion cargadas, con las violaciones de cada una
      *en la corrida.
      *---
       01  T007-TABLA-REGLAS.
           05  T007-NUM-REGLAS        PIC S9(4) COMP VALUE ZERO.
           05  T007-ENTRADA OCCURS 100 TIMES.
               10  T007-REGLA.
                   15 T007-NUM-REGLA      PIC 9(3).
                   15 T007-ARCHIVO        PIC X.
                   15 T007-CAMPO          PIC 9.
                   15 T007-TIPO           PIC XXX.
                       88 T007-ES-MINIMO            VALUE 'MIN'.
                       88 T007-ES-MAXIMO            VALUE 'MAX'.
                       88 T007-ES-NO-CERO           VALUE 'NCE'.
                       88 T007-ES-LISTA             VALUE 'LIS'.
                       88 T007-ES-COMPARA           VALUE 'CMP'.
                   15 T007-OPERADOR       PIC XX.
                   15 T007-CAMPO-2        PIC 9.
                   15 T007-NUM-VALORES    PIC 99.
                   15 T007-VALOR OCCURS 10
                                          PIC 9(3).
               10  T007-VIOLACIONES       PIC S9(9).

       01  T007-IDX                   PIC S9(4) COMP.
       01  T007-IDX-VALOR             PIC S9(4) COMP.

      *---
      *Campos por archivo, para validar el numero de campo de cada
      *regla.
      *---
       01  W007-CAMPOS-ARCHIVO        PIC 9.

      *---
      *Registro de detalle en curso visto por numero de campo, para
      *aplicarle las reglas de su archivo.
      *---
       01  W036-REGISTRO.
           05  W036-ARCHIVO           PIC X.
           05  W036-CLAVE             PIC 9(3).
           05  W036-CAMPO OCCURS 4    PIC 9(3).
           05  W036-VALOR             PIC 9(3).
           05  W036-VALOR-2           PIC 9(3).
           05  W036-IDX-ROTA          PIC S9(4) COMP.

      *---
      *Linea del resumen de violaciones por archivo y regla.
      *---
       01  W991-LINEA-REGLA.
           05 FILLER                  PIC X(6)   VALUE 'REGLA '.
           05 W991-NUM-REGLA          PIC 9(3).
           05 FILLER                  PIC X(9)   VALUE ' ARCHIVO '.
           05 W991-ARCHIVO            PIC X.
           05 FILLER                  PIC X(7)   VALUE ' CAMPO '.
           05 W991-CAMPO              PIC 9.
           05 FILLER                  PIC X      VALUE SPACE.
           05 W991-TIPO               PIC XXX.
           05 FILLER                  PIC X(8)   VALUE SPACES.

      *---
      *Linea armada del registro apartado.
      *---
           05 A990-ANT-COPIADO        PIC S9(9).
           05 A990-CLAVE-AGREGADA     PIC S9(9).
           05 A990-CLAVE-ACTUALIZADA  PIC S9(9).
           05 A990-RECH-REGLAS        PIC S9(9).

       01 W990-TOTAL-RECHAZADO        PIC S9(9).

       01 W025-D3-TOTAL               PIC S9(4).


      *---
      *Plan de corrida: previos del paso y asiento de su terminacion
      *---
       01 W001-PLAN.
           05 W001-PLAN-FUNCION          PIC X.
           05 W001-PLAN-RESULTADO        PIC X.
           05 W001-PLAN-RETORNO          PIC S9(4) COMP.

       PROCEDURE DIVISION.
       000-CONTROL SECTION.
       000-0100-INICIO.
           MOVE 'V' TO W001-PLAN-FUNCION.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           IF W001-PLAN-RESULTADO NOT = 'S' THEN
               DISPLAY W000-PROG '  PREVIOS DEL PLAN DE CORRIDA SIN '
      -        'TERMINAR, CODIGO 12'
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 005-LEE-PARAMETRO.
           PERFORM 006-LEE-MODO.
           MOVE LOW-VALUES TO I040-AB-ID-LEI.
           MOVE LOW-VALUES TO I050-AC-ID-LEI.
           MOVE LOW-VALUES TO I055-AE-ID-LEI.
           PERFORM 007-CARGA-REGLAS.

       000-0200-LEE-REGISTOS-DE-A.
           PERFORM 030-LEE-REG-A.
       006-9900-FIN.
           EXIT.

      *---
      *Carga las reglas de validacion de campos. Una regla mal
      *formada detiene la corrida antes de procesar, para que no se
      *acepten valores que operaciones quiso impedir.
      *---
       007-CARGA-REGLAS SECTION.
       007-0100-INICIO.
           MOVE 0 TO T007-NUM-REGLAS.
           OPEN INPUT ARCH-RV-ARCHIVO-REGLAS.
           MOVE 0 TO S007-FINARCHREGLAS.
           MOVE 0 TO S000-ESTADOARCHREGLAS.
       007-0200-CARGA.
           PERFORM 007-0300-LEE-REGLA UNTIL S007-FINARCHREGLAS = 1.
       007-0250-CIERRA.
           CLOSE ARCH-RV-ARCHIVO-REGLAS.
           MOVE 1 TO S000-ESTADOARCHREGLAS.
           IF T007-NUM-REGLAS > 0 THEN
               DISPLAY W000-PROG '  REGLAS DE VALIDACION DE CAMPOS '
      -        'CARGADAS: ' T007-NUM-REGLAS
               END-IF.
       007-9900-FIN.
           EXIT.

       007-0300-LEE-REGLA SECTION.
       007-0310-LEE.
           READ ARCH-RV-ARCHIVO-REGLAS AT END MOVE 1 TO
               S007-FINARCHREGLAS.
           IF S007-FINARCHREGLAS NOT = 1 AND NOT RV-ES-COMENTARIO
           THEN
               PERFORM 007-0400-VALIDA-REGLA
               IF S007-REGLA-VALIDA NOT = 'S'
               THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY '            REGLA DE VALIDACION MAL '
      -            'FORMADA (' RV-REGLA ')'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
               END-IF
               IF T007-NUM-REGLAS NOT < 100
               THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY '            LAS REGLAS DE VALIDACION '
      -            'EXCEDEN LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
               END-IF
               ADD 1 TO T007-NUM-REGLAS
               MOVE RV-REGLA TO T007-REGLA(T007-NUM-REGLAS)
               MOVE 0 TO T007-VIOLACIONES(T007-NUM-REGLAS)
           END-IF.
       007-0390-FIN.
           EXIT.

      *---
      *Una regla es valida si su archivo existe, sus campos estan en
      *el registro de ese archivo y trae los valores que su tipo
      *necesita.
      *---
       007-0400-VALIDA-REGLA SECTION.
       007-0410-ARCHIVO.
           MOVE 'S' TO S007-REGLA-VALIDA.
           MOVE 0 TO W007-CAMPOS-ARCHIVO.
           IF RV-ARCHIVO = 'A' THEN
               MOVE 3 TO W007-CAMPOS-ARCHIVO.
           IF RV-ARCHIVO = 'B' THEN
               MOVE 4 TO W007-CAMPOS-ARCHIVO.
           IF RV-ARCHIVO = 'C' OR RV-ARCHIVO = 'E' THEN
               MOVE 2 TO W007-CAMPOS-ARCHIVO.
           IF RV-NUM-REGLA IS NOT NUMERIC OR RV-CAMPO IS NOT NUMERIC
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
           ELSE IF RV-CAMPO < 1 OR RV-CAMPO > W007-CAMPOS-ARCHIVO
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
               END-IF.
       007-0420-TIPO.
           IF S007-REGLA-VALIDA = 'S'
           THEN
               IF RV-TIPO = 'MIN' OR RV-TIPO = 'MAX'
               THEN
                   IF RV-VALOR(1) IS NOT NUMERIC
                       MOVE 'N' TO S007-REGLA-VALIDA
                   END-IF
               ELSE IF RV-TIPO = 'LIS'
               THEN
                   PERFORM 007-0500-VALIDA-LISTA
               ELSE IF RV-TIPO = 'CMP'
               THEN
                   PERFORM 007-0600-VALIDA-COMPARA
               ELSE IF RV-TIPO NOT = 'NCE'
               THEN
                   MOVE 'N' TO S007-REGLA-VALIDA
               END-IF
           END-IF.
       007-0490-FIN.
           EXIT.

       007-0500-VALIDA-LISTA SECTION.
       007-0510-VALIDA.
           IF RV-NUM-VALORES IS NOT NUMERIC
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
           ELSE IF RV-NUM-VALORES < 1 OR RV-NUM-VALORES > 10
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
           ELSE
               MOVE 1 TO T007-IDX-VALOR
               PERFORM 007-0700-VALIDA-VALOR
                   UNTIL T007-IDX-VALOR > RV-NUM-VALORES
               END-IF.
       007-0590-FIN.
           EXIT.

       007-0600-VALIDA-COMPARA SECTION.
       007-0610-VALIDA.
           IF RV-CAMPO-2 IS NOT NUMERIC
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
           ELSE IF RV-CAMPO-2 < 1 OR RV-CAMPO-2 > W007-CAMPOS-ARCHIVO
                OR RV-CAMPO-2 = RV-CAMPO
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
           ELSE IF RV-OPERADOR NOT = '<=' AND NOT = '< '
                AND NOT = '>=' AND NOT = '> '
                AND NOT = '= ' AND NOT = '<>'
           THEN
               MOVE 'N' TO S007-REGLA-VALIDA
               END-IF.
       007-0690-FIN.
           EXIT.

       007-0700-VALIDA-VALOR SECTION.
       007-0710-VALIDA.
           IF RV-VALOR(T007-IDX-VALOR) IS NOT NUMERIC
               MOVE 'N' TO S007-REGLA-VALIDA.
           ADD 1 TO T007-IDX-VALOR.
       007-0790-FIN.
           EXIT.

       010-LEE SECTION.
       PERFORM 030-LEE-REG-A.
       PERFORM 040-LEE-REG-B.
                  OR (I030-AA-ID-LEI = I030-AA-ID-ANT AND
                      NOT S005-APARTA-Y-SIGUE)
               THEN
                   MOVE 'A' TO W036-ARCHIVO
                   MOVE RI-CLAVE-A TO W036-CLAVE
                   MOVE RI-A1 TO W036-CAMPO(1)
                   MOVE RI-A2 TO W036-CAMPO(2)
                   MOVE RI-A3 TO W036-CAMPO(3)
                   MOVE 0 TO W036-CAMPO(4)
                   PERFORM 036-VALIDA-REGLAS
                   IF S036-REGLA-ROTA = 'S'
                   THEN
                       PERFORM 037-APARTA-POR-REGLA
                   ELSE
                       MOVE 'S' TO S030-REG-ACEPTADO
                       ADD RI-A2 RI-A3 TO W990-MONTO-ENT-A
                   END-IF
               END-IF
           END-IF.
       030-9500-FIN.
       035-9900-FIN.
       EXIT.

      *---
      *Aplica al registro en curso (W036-REGISTRO) las reglas de su
      *archivo en el orden en que se cargaron; se detiene en la
      *primera que rompe y la deja en W036-IDX-ROTA.
      *---
       036-VALIDA-REGLAS SECTION.
       036-0100-INICIO.
           MOVE 'N' TO S036-REGLA-ROTA.
           MOVE 0 TO W036-IDX-ROTA.
           MOVE 1 TO T007-IDX.
       036-0200-APLICA.
           PERFORM 036-0300-APLICA-UNA
               UNTIL T007-IDX > T007-NUM-REGLAS
                  OR S036-REGLA-ROTA = 'S'.
       036-9900-FIN.
       EXIT.

       036-0300-APLICA-UNA SECTION.
       036-0310-APLICA.
           IF T007-ARCHIVO(T007-IDX) = W036-ARCHIVO
               PERFORM 036-0400-APLICA-REGLA.
           ADD 1 TO T007-IDX.
       036-0390-FIN.
       EXIT.

       036-0400-APLICA-REGLA SECTION.
       036-0410-VALORES.
           MOVE W036-CAMPO(T007-CAMPO(T007-IDX)) TO W036-VALOR.
           IF T007-ES-COMPARA(T007-IDX) THEN
               MOVE W036-CAMPO(T007-CAMPO-2(T007-IDX))
                   TO W036-VALOR-2.
       036-0420-APLICA.
           IF T007-ES-MINIMO(T007-IDX)
              AND W036-VALOR < T007-VALOR(T007-IDX 1)
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-ES-MAXIMO(T007-IDX)
              AND W036-VALOR > T007-VALOR(T007-IDX 1)
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-ES-NO-CERO(T007-IDX) AND W036-VALOR = 0
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-ES-LISTA(T007-IDX)
           THEN
               MOVE 'N' TO S036-VALOR-EN-LISTA
               MOVE 1 TO T007-IDX-VALOR
               PERFORM 036-0500-BUSCA-VALOR
                   UNTIL T007-IDX-VALOR > T007-NUM-VALORES(T007-IDX)
                      OR S036-VALOR-EN-LISTA = 'S'
               IF S036-VALOR-EN-LISTA NOT = 'S'
                   MOVE 'S' TO S036-REGLA-ROTA
               END-IF
           END-IF.
           IF T007-ES-COMPARA(T007-IDX)
               PERFORM 036-0600-COMPARA-CAMPOS.
           IF S036-REGLA-ROTA = 'S'
               MOVE T007-IDX TO W036-IDX-ROTA.
       036-0490-FIN.
       EXIT.

       036-0500-BUSCA-VALOR SECTION.
       036-0510-BUSCA.
           IF W036-VALOR = T007-VALOR(T007-IDX T007-IDX-VALOR)
               MOVE 'S' TO S036-VALOR-EN-LISTA.
           ADD 1 TO T007-IDX-VALOR.
       036-0590-FIN.
       EXIT.

      *---
      *Regla cruzada: el campo contra otro campo del mismo registro;
      *rompe cuando la relacion pedida no se cumple.
      *---
       036-0600-COMPARA-CAMPOS SECTION.
       036-0610-COMPARA.
           IF T007-OPERADOR(T007-IDX) = '<='
              AND W036-VALOR > W036-VALOR-2
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-OPERADOR(T007-IDX) = '< '
              AND W036-VALOR NOT < W036-VALOR-2
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-OPERADOR(T007-IDX) = '>='
              AND W036-VALOR < W036-VALOR-2
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-OPERADOR(T007-IDX) = '> '
              AND W036-VALOR NOT > W036-VALOR-2
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-OPERADOR(T007-IDX) = '= '
              AND W036-VALOR NOT = W036-VALOR-2
               MOVE 'S' TO S036-REGLA-ROTA.
           IF T007-OPERADOR(T007-IDX) = '<>'
              AND W036-VALOR = W036-VALOR-2
               MOVE 'S' TO S036-REGLA-ROTA.
       036-0690-FIN.
       EXIT.

      *---
      *El registro que rompe una regla se aparta con el numero de la
      *regla bajo el mismo umbral de rechazos; sin el modo de
      *aparta-y-sigue la corrida termina como con cualquier otro
      *registro malo.
      *---
       037-APARTA-POR-REGLA SECTION.
       037-0100-CUENTA.
           ADD 1 TO T007-VIOLACIONES(W036-IDX-ROTA).
       037-0200-APARTA.
           IF S005-APARTA-Y-SIGUE
           THEN
               MOVE W036-ARCHIVO TO W035-ARCHIVO
               MOVE SPACES TO W035-TIPO
               STRING 'VIOLA REGLA '   DELIMITED BY SIZE
                      T007-NUM-REGLA(W036-IDX-ROTA)
                                       DELIMITED BY SIZE
                   INTO W035-TIPO
               MOVE W036-CAMPO(T007-CAMPO(W036-IDX-ROTA))
                   TO W035-ID-ANT
               MOVE W036-CLAVE TO W035-ID-LEI
               IF W036-ARCHIVO = 'A'
                   ADD 1 TO A990-RECH-A
               END-IF
               IF W036-ARCHIVO = 'B'
                   ADD 1 TO A990-RECH-B
               END-IF
               IF W036-ARCHIVO = 'C'
                   ADD 1 TO A990-RECH-C
               END-IF
               IF W036-ARCHIVO = 'E'
                   ADD 1 TO A990-RECH-E
               END-IF
               ADD 1 TO A990-RECH-REGLAS
               PERFORM 035-ESCRIBE-RECHAZO
           ELSE
               MOVE 16 TO RETURN-CODE
               DISPLAY '            ARCHIVO ' W036-ARCHIVO
               ' VIOLA LA REGLA DE VALIDACION '
               T007-NUM-REGLA(W036-IDX-ROTA)
               DISPLAY '          LLAVE (' W036-CLAVE ')  VALOR ('
               W036-CAMPO(T007-CAMPO(W036-IDX-ROTA)) ')'
               DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
               PERFORM 980-ABORTA
           END-IF.
       037-9900-FIN.
       EXIT.

       040-LEE-REG-B SECTION.
       040-0100-INICIO.
           MOVE I040-AB-ID-LEI TO I040-AB-ID-ANT.
                  OR (I040-AB-ID-LEI = I040-AB-ID-ANT AND
                      NOT S005-APARTA-Y-SIGUE)
               THEN
                   MOVE 'B' TO W036-ARCHIVO
                   MOVE RI-CLAVE-B TO W036-CLAVE
                   MOVE RI-B1 TO W036-CAMPO(1)
                   MOVE RI-B2 TO W036-CAMPO(2)
                   MOVE RI-B3 TO W036-CAMPO(3)
                   MOVE RI-B4 TO W036-CAMPO(4)
                   PERFORM 036-VALIDA-REGLAS
                   IF S036-REGLA-ROTA = 'S'
                   THEN
                       PERFORM 037-APARTA-POR-REGLA
                   ELSE
                       MOVE 'S' TO S030-REG-ACEPTADO
                       ADD RI-B2 RI-B3 RI-B4 TO W990-MONTO-ENT-B
                   END-IF
               END-IF
           END-IF.
       040-9500-FIN.
                  OR (I050-AC-ID-LEI = I050-AC-ID-ANT AND
                      NOT S005-APARTA-Y-SIGUE)
               THEN
                   MOVE 'C' TO W036-ARCHIVO
                   MOVE RI-CLAVE-C TO W036-CLAVE
                   MOVE RI-C1 TO W036-CAMPO(1)
                   MOVE RI-C2 TO W036-CAMPO(2)
                   MOVE 0 TO W036-CAMPO(3)
                   MOVE 0 TO W036-CAMPO(4)
                   PERFORM 036-VALIDA-REGLAS
                   IF S036-REGLA-ROTA = 'S'
                   THEN
                       PERFORM 037-APARTA-POR-REGLA
                   ELSE
                       MOVE 'S' TO S030-REG-ACEPTADO
                       ADD RI-C2 TO W990-MONTO-ENT-C
                   END-IF
               END-IF
           END-IF.
       050-9500-FIN.
                  OR (I055-AE-ID-LEI = I055-AE-ID-ANT AND
                      NOT S005-APARTA-Y-SIGUE)
               THEN
                   MOVE 'E' TO W036-ARCHIVO
                   MOVE RI-CLAVE-E TO W036-CLAVE
                   MOVE RI-E1 TO W036-CAMPO(1)
                   MOVE RI-E2 TO W036-CAMPO(2)
                   MOVE 0 TO W036-CAMPO(3)
                   MOVE 0 TO W036-CAMPO(4)
                   PERFORM 036-VALIDA-REGLAS
                   IF S036-REGLA-ROTA = 'S'
                   THEN
                       PERFORM 037-APARTA-POR-REGLA
                   ELSE
                       MOVE 'S' TO S030-REG-ACEPTADO
                       ADD RI-E2 TO W990-MONTO-ENT-E
                   END-IF
               END-IF
           END-IF.
       055-9500-FIN.
               THEN
               CLOSE ARCH-CL-ARCHIVO-CAMBIOS
               MOVE 1 TO S000-ESTADOARCHCL.
           IF S000-ESTADOARCHREGLAS = 0
               THEN
               CLOSE ARCH-RV-ARCHIVO-REGLAS
               MOVE 1 TO S000-ESTADOARCHREGLAS.

           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
       DISPLAY  '            APARTADOS E                            '
      -    '           ' A990-RECH-E           .

       DISPLAY  '            APARTADOS POR REGLA DE VALIDACION      '
      -    '           ' A990-RECH-REGLAS      .

           MOVE 1 TO T007-IDX.
           PERFORM 991-RESUMEN-REGLA UNTIL T007-IDX > T007-NUM-REGLAS.

       DISPLAY  '            MAESTRO ANT. LEIDOS                    '
      -    '           ' A990-ANT-LEIDO        .

           WRITE AO-CM-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.

       990-9900-FIN.
           EXIT.

      *---
      *Violaciones de una regla de validacion en la corrida.
      *---
       991-RESUMEN-REGLA SECTION.
       991-0100-ESCRIBE.
           MOVE T007-NUM-REGLA(T007-IDX) TO W991-NUM-REGLA.
           MOVE T007-ARCHIVO(T007-IDX) TO W991-ARCHIVO.
           MOVE T007-CAMPO(T007-IDX) TO W991-CAMPO.
           MOVE T007-TIPO(T007-IDX) TO W991-TIPO.
           DISPLAY '            ' W991-LINEA-REGLA
               '           ' T007-VIOLACIONES(T007-IDX).
           ADD 1 TO T007-IDX.
       991-9900-FIN.
           EXIT.
