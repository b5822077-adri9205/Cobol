           W000-UT-S-DIR-REPROCESO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
           SELECT OPTIONAL ARCH-CA-CHEQUES-ANULADOS ASSIGN TO
           W000-UT-S-DIR-ANULADOS
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
           SELECT OPTIONAL ARCH-CD-CIFRAS-CADENA ASSIGN TO
           W000-UT-S-DIR-CADENA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  RP-REGISTRO.
           05 RP-SUFIJO                   PIC XX.

      *---
      *Cheques anulados por ANULACHEQUES (P-CHE126): si el banco
      *trae pagado uno de ellos, la partida se clasifica aparte como
      *anulado cobrado para reclamarse al banco.
      *---
       FD  ARCH-CA-CHEQUES-ANULADOS
           LABEL RECORD STANDARD.
       01  CA-CHEQUE-ANULADO.
           05 CA-LLAVE.
               10 CA-BCO                  PIC XXX.
               10 CA-NO-CTA               PIC X(8).
               10 CA-NO-CHEQUE            PIC X(12).
           05 CA-VALOR-CHEQUE             PIC S9(12)V99.
           05 CA-FECHA-EMISION            PIC 9(8).
           05 CA-FECHA-ANULACION          PIC 9(8).
           05 CA-MOTIVO                   PIC XXX.
           05 CA-NO-CHEQUE-NUEVO          PIC X(12).
           05 CA-FECHA-AVISO              PIC 9(8).

      *---
      *Cifras de la cadena de cheques que CUADRECADENA (P-CHE129)
      *coteja paso contra paso: aqui, por BCO/NO-CTA, en que quedo
      *cada cheque de libros. Un registro 'INI' abre las cifras de
      *cada corrida.
      *---
       FD  ARCH-CD-CIFRAS-CADENA
           LABEL RECORD STANDARD.
       01  CD-CIFRA-CADENA.
           05 CD-PROGRAMA                 PIC X(8).
           05 CD-CONCEPTO                 PIC XXX.
           05 CD-FECHA                    PIC 9(8).
           05 CD-BCO                      PIC XXX.
           05 CD-NO-CTA                   PIC X(8).
           05 CD-CUENTA                   PIC 9(7).
           05 CD-IMPORTE                  PIC S9(14)V99.


      *---
      *ReporteEntrada.dat viene en orden GPO/EMP/PTA/BCO/CTA/CHEQUE;
           05  S040-CTA-VALIDA            PIC X.
           05  S004-FINARCHREPROCESO      PIC 9.
           05  S000-ESTADOARCHREPROCESO   PIC X.
           05  S026-FINARCHANULADOS       PIC 9.
           05  S000-ESTADOARCHANULADOS    PIC X.
           05  S000-ESTADOARCHCADENA      PIC X.

       01 W000-CTES.
           05 W000-PROG                 PIC X(8)      VALUE "P-CHE125".
                                      VALUE 'CtasBancarias.dat'.
           05  W000-UT-S-DIR-REPROCESO    PIC X(20)
                                      VALUE 'ParamReproceso.dat'.
           05  W000-UT-S-DIR-ANULADOS     PIC X(20)
                                      VALUE 'ChequesAnulados.dat'.
           05  W000-UT-S-DIR-CADENA       PIC X(20)
                                      VALUE 'CifrasCadena.dat'.

      *---
      *Generacion de la corrida: '.AAAAMMDD' mas el sufijo de
           05 A030-ACUM-NO-EMITIDO        PIC S9(14)V99.
           05 A030-ACUM-TRANSITO          PIC S9(14)V99.
           05 A030-ACUM-DIFERENCIA        PIC S9(14)V99.
           05 A030-ACUM-ANULADO           PIC S9(14)V99.

      *---
      *Llaves de los cheques anulados, cargadas de
      *ChequesAnulados.dat al iniciar.
      *---
       01 T027-TABLA-ANULADOS.
           05 T027-NUM-ANULADOS        PIC S9(4) COMP VALUE ZERO.
           05 T027-CHEQUE OCCURS 1000 TIMES PIC X(23).

       01 T027-IDX                     PIC S9(4) COMP.

       01 W027-LLAVE-BUSCA             PIC X(23).

       01 T027-ANULADO-BUSCADO         PIC X.
           88 T027-ANULADO-EXISTE                     VALUE 'S'.
           88 T027-ANULADO-NO-EXISTE                  VALUE 'N'.

      *---
      *Partidas abiertas cargadas de PartidasTransito.dat al iniciar
      *('P') mas las que nacen hoy ('N'); la contraparte que aparece
      *en el cruce o la anulacion del cheque las cancela ('C') y solo
      *las abiertas vuelven al archivo y entran a la antiguedad.
      *---
       01 T040-TABLA-PARTIDAS.
           05 T040-NUM-PARTIDAS        PIC S9(4) COMP VALUE ZERO.
           05 W040-LLAVE                  PIC X(23).
           05 W040-VALOR                  PIC S9(12)V99.

      *---
      *Cifras de la corrida para la cadena de cheques: cada cheque
      *de libros, por BCO/NO-CTA, conciliado (CON), con diferencia
      *de importe (DIF), anulado que el banco pago (ANU), en
      *transito (TRA) o en cuenta invalida (EXC), a valor de libros.
      *---
       01 T090-CONCEPTOS                  PIC X(15)      VALUE
       'CONDIFANUTRAEXC'.
       01 T090-CONCEPTOS-R REDEFINES T090-CONCEPTOS.
           05 T090-CONCEPTO OCCURS 5      PIC XXX.

       01 T090-TABLA-CADENA.
           05 T090-NUM-CUENTAS         PIC S9(4) COMP VALUE ZERO.
           05 T090-ENTRADA OCCURS 500 TIMES.
               10 T090-LLAVE.
                   15 T090-BCO            PIC XXX.
                   15 T090-NO-CTA         PIC X(8).
               10 T090-CIFRA OCCURS 5.
                   15 T090-CUENTA         PIC S9(7).
                   15 T090-IMPORTE        PIC S9(14)V99.

       01 T090-IDX                     PIC S9(4) COMP.
       01 T090-IDX-HALLADO             PIC S9(4) COMP.
       01 T090-IDX-CONCEPTO            PIC S9(4) COMP.

      *ANTIGUEDAD ACUMULADA DE LAS PARTIDAS ABIERTAS, POR LADO
       01 A040-EDAD-PARTIDAS.
           05 A040-LADO OCCURS 2.
           05 A990-PARTIDAS-CANCELADAS    PIC S9(9).
           05 A990-PARTIDAS-ARRASTRADAS   PIC S9(9).
           05 A990-PROC-CTA-INVALIDA      PIC S9(9).
           05 A990-ANULADOS-CARGADOS      PIC S9(9).
           05 A990-PROC-ANULADO           PIC S9(9).
           05 A990-PARTIDAS-ANULADAS      PIC S9(9).

       01 W990-MONITOR.
           05 W990-TOTAL-LEIDO            PIC S9(9).
           ' MAS DE 90   '.
       01  T042-DESC-RANGOS-R REDEFINES T042-DESC-RANGOS.
           05  T042-DESC-RANGO OCCURS 4   PIC X(14).

      *---
      *Plan de corrida: previos del paso y asiento de su terminacion
      *---
       01 W001-PLAN.
           05 W001-PLAN-FUNCION          PIC X.
           05 W001-PLAN-RESULTADO        PIC X.
           05 W001-PLAN-RETORNO          PIC S9(4) COMP.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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
           PERFORM 004-NOMBRA-SALIDAS.
           OPEN OUTPUT REPO-R1-REPORTE-O.
           MOVE ZEROS TO A030-ACUM-CONCILIA.
           MOVE ZEROS TO A040-EDAD-PARTIDAS.
           PERFORM 080-CARGA-PARTIDAS.
           PERFORM 026-CARGA-ANULADOS.
           OPEN INPUT ARCH-CB-CTAS-BANCARIAS.
           MOVE 0 TO S000-ESTADOARCHCTAS.
       000-0200-ORDENA-Y-CONCILIA.
       000-0300-ESCRIBE-TOTALES.
           PERFORM 060-ESCRIBE-TOTALES.
       000-0350-PARTIDAS-ABIERTAS.
           PERFORM 089-CANCELA-ANULADAS.
           PERFORM 085-ANTIGUEDAD-PARTIDAS.
           PERFORM 086-REESCRIBE-PARTIDAS.
       000-0380-CIFRAS-CADENA.
           PERFORM 092-ESCRIBE-CADENA.
       000-0400-TERMINA.
           CLOSE REPO-R1-REPORTE-O.
           MOVE 1 TO S000-ESTADOREPO.
           MOVE 'CTA INVALIDA' TO R1-25-PRINT-CLASIFICACION.
           PERFORM 055-ESCRIBE-DETALLE.
           ADD 1 TO A990-PROC-CTA-INVALIDA.
           MOVE 5 TO T090-IDX-CONCEPTO.
           PERFORM 090-ACUMULA-CADENA.
       031-0200-LEE.
           PERFORM 040-LEE-CHEQUE.
       031-0990-TERMINA.
           PERFORM 055-ESCRIBE-DETALLE.
           ADD I040-CH-VALOR TO A030-ACUM-TRANSITO.
           ADD 1 TO A990-PROC-TRANSITO.
           MOVE 4 TO T090-IDX-CONCEPTO.
           PERFORM 090-ACUMULA-CADENA.
       030-0150-REGISTRA-PARTIDA.
           MOVE 'L' TO W040-LADO.
           MOVE I040-CH-ID-LEI TO W040-LLAVE.
       030-0990-TERMINA.
           EXIT.

      *CHEQUE PAGADO POR EL BANCO QUE NO ESTA EN NUESTROS LIBROS (O
      *QUE SE ANULO Y EL BANCO PAGO DE TODAS FORMAS)
       032-CHEQUE-NO-EMITIDO SECTION.
       032-0100-ESCRIBE.
           MOVE I050-EB-BCO TO R1-25-PRINT-BCO.
           MOVE I050-EB-NO-CHEQUE TO R1-25-PRINT-NO-CHEQUE.
           MOVE ZEROS TO R1-25-PRINT-VALOR-LIBROS.
           MOVE I050-EB-VALOR TO R1-25-PRINT-VALOR-BANCO.
           MOVE I050-EB-ID-LEI TO W027-LLAVE-BUSCA.
           PERFORM 027-BUSCA-ANULADO.
           IF T027-ANULADO-EXISTE THEN
               MOVE 'ANULADO COBR' TO R1-25-PRINT-CLASIFICACION
               ADD I050-EB-VALOR TO A030-ACUM-ANULADO
               ADD 1 TO A990-PROC-ANULADO
               ELSE
                   MOVE 'NO EMITIDO' TO R1-25-PRINT-CLASIFICACION
                   ADD I050-EB-VALOR TO A030-ACUM-NO-EMITIDO
                   ADD 1 TO A990-PROC-NO-EMITIDO
                   END-IF.
           PERFORM 055-ESCRIBE-DETALLE.
       032-0150-REGISTRA-PARTIDA.
           MOVE 'B' TO W040-LADO.
           MOVE I050-EB-ID-LEI TO W040-LLAVE.
           EXIT.

      *CHEQUE EN AMBOS LADOS: CONCILIADO SI EL IMPORTE COINCIDE,
      *DIFERENCIA DE IMPORTE SI NO; UN ANULADO QUE EL BANCO PAGO VA
      *APARTE AUNQUE ESTE EN LIBROS
       034-CHEQUE-EMPAREJADO SECTION.
       034-0100-ESCRIBE.
           MOVE I040-CH-BCO TO R1-25-PRINT-BCO.
           MOVE I040-CH-NO-CHEQUE TO R1-25-PRINT-NO-CHEQUE.
           MOVE I040-CH-VALOR TO R1-25-PRINT-VALOR-LIBROS.
           MOVE I050-EB-VALOR TO R1-25-PRINT-VALOR-BANCO.
           MOVE I050-EB-ID-LEI TO W027-LLAVE-BUSCA.
           PERFORM 027-BUSCA-ANULADO.
           IF T027-ANULADO-EXISTE THEN
               MOVE 'ANULADO COBR' TO R1-25-PRINT-CLASIFICACION
               ADD I050-EB-VALOR TO A030-ACUM-ANULADO
               ADD 1 TO A990-PROC-ANULADO
               MOVE 3 TO T090-IDX-CONCEPTO
               ELSE IF I040-CH-VALOR = I050-EB-VALOR THEN
                   MOVE 'CONCILIADO' TO R1-25-PRINT-CLASIFICACION
                   ADD I040-CH-VALOR TO A030-ACUM-CONCILIADO
                   ADD 1 TO A990-PROC-CONCILIADO
                   MOVE 1 TO T090-IDX-CONCEPTO
                   ELSE
                       MOVE 'DIF IMPORTE' TO R1-25-PRINT-CLASIFICACION
                       ADD I040-CH-VALOR TO A030-ACUM-DIFERENCIA
                       ADD 1 TO A990-PROC-DIF-IMPORTE
                       MOVE 2 TO T090-IDX-CONCEPTO
                       END-IF.
           PERFORM 055-ESCRIBE-DETALLE.
           PERFORM 090-ACUMULA-CADENA.
       034-0150-CANCELA-PARTIDAS.
           MOVE I040-CH-ID-LEI TO W040-LLAVE.
           PERFORM 084-CANCELA-PARTIDAS.
       034-0990-TERMINA.
           EXIT.

      *---
      *Carga las llaves de los cheques anulados.
      *---
       026-CARGA-ANULADOS SECTION.
       026-0100-INICIO.
           OPEN INPUT ARCH-CA-CHEQUES-ANULADOS.
           MOVE 0 TO S026-FINARCHANULADOS.
           MOVE 0 TO S000-ESTADOARCHANULADOS.
           MOVE ZERO TO T027-NUM-ANULADOS.
       026-0200-CARGA.
           PERFORM 026-0300-LEE-ANULADO UNTIL S026-FINARCHANULADOS = 1.
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.
       026-9900-FIN.
           EXIT.

       026-0300-LEE-ANULADO SECTION.
       026-0310-LEE.
           READ ARCH-CA-CHEQUES-ANULADOS AT END MOVE 1 TO
               S026-FINARCHANULADOS.
           IF S026-FINARCHANULADOS NOT = 1 THEN
               IF T027-NUM-ANULADOS NOT < 1000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LOS CHEQUES ANULADOS '
      -            'EXCEDEN LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T027-NUM-ANULADOS
               MOVE CA-LLAVE TO T027-CHEQUE(T027-NUM-ANULADOS)
               ADD 1 TO A990-ANULADOS-CARGADOS
               END-IF.
       026-9900-FIN.
           EXIT.

      *---
      *Busca la llave W027-LLAVE-BUSCA entre los anulados y deja el
      *resultado en T027-ANULADO-BUSCADO.
      *---
       027-BUSCA-ANULADO SECTION.
       027-0100-INICIO.
           SET T027-ANULADO-NO-EXISTE TO TRUE.
           MOVE 1 TO T027-IDX.
       027-0200-BUSCA.
           PERFORM 027-0300-COMPARA-UNO
               UNTIL T027-ANULADO-EXISTE
                  OR T027-IDX > T027-NUM-ANULADOS.
       027-9900-FIN.
           EXIT.

       027-0300-COMPARA-UNO SECTION.
       027-0310-COMPARA.
           IF W027-LLAVE-BUSCA = T027-CHEQUE(T027-IDX) THEN
               SET T027-ANULADO-EXISTE TO TRUE
               END-IF.
           ADD 1 TO T027-IDX.
       027-9900-FIN.
           EXIT.

       040-LEE-CHEQUE SECTION.
       040-0100-INICIO.
           MOVE I040-CH-ID-LEI TO I040-CH-ID-ANT.

       060-ESCRIBE-TOTALES SECTION.
       060-0100-INICIO.
           IF (R1-050-NUM-LIN + 13)>R1-050-MAX-LIN THEN
               PERFORM 070-ENCABEZADOS
               END-IF.
       060-0200-ESCRIBE.
           MOVE A990-PROC-CTA-INVALIDA TO R1-30-CUANTOS.
           MOVE ZEROS TO R1-30-TOTAL.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 2.
           MOVE 'CHEQUES ANULADOS COBRADOS' TO R1-30-DESCRIPCION.
           MOVE A990-PROC-ANULADO TO R1-30-CUANTOS.
           MOVE A030-ACUM-ANULADO TO R1-30-TOTAL.
           WRITE R1-REPORTE-SALIDA FROM R1-30-TOTAL-CLASE AFTER 2.
           ADD 13 TO R1-050-NUM-LIN.
       060-0990-TERMINA.
           EXIT.

       084-9900-FIN.
           EXIT.

      *---
      *Un cheque de libros en transito que despues se anulo ya no lo
      *va a pagar el banco: su partida 'L' abierta queda cancelada y
      *no se arrastra ni entra a la antiguedad.
      *---
       089-CANCELA-ANULADAS SECTION.
       089-0100-INICIO.
           MOVE 1 TO T040-IDX.
       089-0200-RECORRE.
           PERFORM 089-0300-CANCELA-UNA
               UNTIL T040-IDX > T040-NUM-PARTIDAS.
       089-9900-FIN.
           EXIT.

       089-0300-CANCELA-UNA SECTION.
       089-0310-CANCELA.
           IF T040-ESTADO(T040-IDX) NOT = 'C'
              AND T040-LADO(T040-IDX) = 'L' THEN
               MOVE T040-LLAVE(T040-IDX) TO W027-LLAVE-BUSCA
               PERFORM 027-BUSCA-ANULADO
               IF T027-ANULADO-EXISTE THEN
                   MOVE 'C' TO T040-ESTADO(T040-IDX)
                   ADD 1 TO A990-PARTIDAS-ANULADAS
                   END-IF
               END-IF.
           ADD 1 TO T040-IDX.
       089-9900-FIN.
           EXIT.

      *---
      *Clasifica cada partida abierta por dias desde su primera vez
      *(mismos rangos del reporte de antiguedad de cheques) y
       086-9900-FIN.
           EXIT.

      *---
      *Suma el cheque de libros en curso (I040-CH-) al concepto
      *T090-IDX-CONCEPTO de las cifras de la cadena.
      *---
       090-ACUMULA-CADENA SECTION.
       090-0100-BUSCA.
           PERFORM 091-BUSCA-CADENA.
           IF T090-IDX-HALLADO = 0 THEN
               IF T090-NUM-CUENTAS NOT < 500 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LAS CUENTAS DE LA CADENA DE '
      -            'CHEQUES EXCEDEN LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T090-NUM-CUENTAS
               MOVE T090-NUM-CUENTAS TO T090-IDX-HALLADO
               MOVE I040-CH-BCO TO T090-BCO(T090-IDX-HALLADO)
               MOVE I040-CH-NO-CTA TO T090-NO-CTA(T090-IDX-HALLADO)
               MOVE 1 TO T090-IDX
               PERFORM 091-0400-LIMPIA-CIFRA UNTIL T090-IDX > 5
               END-IF.
       090-0200-SUMA.
           ADD 1 TO T090-CUENTA(T090-IDX-HALLADO T090-IDX-CONCEPTO).
           ADD I040-CH-VALOR TO
               T090-IMPORTE(T090-IDX-HALLADO T090-IDX-CONCEPTO).
       090-0990-TERMINA.
           EXIT.

       091-BUSCA-CADENA SECTION.
       091-0100-INICIO.
           MOVE ZERO TO T090-IDX-HALLADO.
           MOVE 1 TO T090-IDX.
       091-0200-BUSCA.
           PERFORM 091-0300-COMPARA-UNO
               UNTIL T090-IDX-HALLADO > 0
                  OR T090-IDX > T090-NUM-CUENTAS.
       091-0990-TERMINA.
           EXIT.

       091-0300-COMPARA-UNO SECTION.
       091-0310-COMPARA.
           IF I040-CH-BCO = T090-BCO(T090-IDX)
              AND I040-CH-NO-CTA = T090-NO-CTA(T090-IDX) THEN
               MOVE T090-IDX TO T090-IDX-HALLADO
               END-IF.
           ADD 1 TO T090-IDX.
       091-0390-TERMINA.
           EXIT.

       091-0400-LIMPIA-CIFRA SECTION.
       091-0410-LIMPIA.
           MOVE ZERO TO T090-CUENTA(T090-IDX-HALLADO T090-IDX).
           MOVE ZERO TO T090-IMPORTE(T090-IDX-HALLADO T090-IDX).
           ADD 1 TO T090-IDX.
       091-0490-TERMINA.
           EXIT.

      *---
      *Deja las cifras de la corrida en CifrasCadena.dat: el registro
      *'INI' de la corrida y uno por cuenta y concepto con cheques.
      *---
       092-ESCRIBE-CADENA SECTION.
       092-0100-ABRE.
           OPEN EXTEND ARCH-CD-CIFRAS-CADENA.
           MOVE 0 TO S000-ESTADOARCHCADENA.
       092-0200-INICIO-CORRIDA.
           MOVE W000-PROG TO CD-PROGRAMA.
           MOVE 'INI' TO CD-CONCEPTO.
           MOVE W000-FECHA-CORRIDA TO CD-FECHA.
           MOVE SPACES TO CD-BCO CD-NO-CTA.
           MOVE ZEROS TO CD-CUENTA CD-IMPORTE.
           WRITE CD-CIFRA-CADENA.
       092-0300-CUENTAS.
           MOVE 1 TO T090-IDX.
           PERFORM 093-ESCRIBE-CUENTA UNTIL T090-IDX > T090-NUM-CUENTAS.
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCADENA.
       092-0990-TERMINA.
           EXIT.

       093-ESCRIBE-CUENTA SECTION.
       093-0100-INICIO.
           MOVE 1 TO T090-IDX-CONCEPTO.
       093-0200-CONCEPTOS.
           PERFORM 094-ESCRIBE-CONCEPTO UNTIL T090-IDX-CONCEPTO > 5.
           ADD 1 TO T090-IDX.
       093-0990-TERMINA.
           EXIT.

       094-ESCRIBE-CONCEPTO SECTION.
       094-0100-ESCRIBE.
           IF T090-CUENTA(T090-IDX T090-IDX-CONCEPTO) > 0 THEN
               MOVE T090-CONCEPTO(T090-IDX-CONCEPTO) TO CD-CONCEPTO
               MOVE T090-BCO(T090-IDX) TO CD-BCO
               MOVE T090-NO-CTA(T090-IDX) TO CD-NO-CTA
               MOVE T090-CUENTA(T090-IDX T090-IDX-CONCEPTO)
                   TO CD-CUENTA
               MOVE T090-IMPORTE(T090-IDX T090-IDX-CONCEPTO)
                   TO CD-IMPORTE
               WRITE CD-CIFRA-CADENA
               END-IF.
           ADD 1 TO T090-IDX-CONCEPTO.
       094-0990-TERMINA.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
           IF S000-ESTADOARCHBCO NOT = 1 THEN
           IF S000-ESTADOARCHCTAS = 0 THEN
           CLOSE ARCH-CB-CTAS-BANCARIAS.
           MOVE 1 TO S000-ESTADOARCHCTAS.

           IF S000-ESTADOARCHANULADOS = 0 THEN
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.

           IF S000-ESTADOARCHCADENA = 0 THEN
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCADENA.
       980-0200-ACT-CIFRAS-DE-CONTROL.
           PERFORM 990-CIFRAS-DE-CONTROL.
           DISPLAY "TERMINACIÓN ANORMAL".
       DISPLAY W000-PROG '  PARTIDAS CANCELADAS POR CONTRAPARTE    '
      -    '           ' A990-PARTIDAS-CANCELADAS.

       DISPLAY W000-PROG '  PARTIDAS CANCELADAS POR ANULACION      '
      -    '           ' A990-PARTIDAS-ANULADAS.

       DISPLAY W000-PROG '  PARTIDAS ABIERTAS AL TERMINAR          '
      -    '           ' A990-PARTIDAS-ARRASTRADAS.

       DISPLAY W000-PROG '  CHEQUES EN CUENTA DESCONOCIDA O CERRADA'
      -    '           ' A990-PROC-CTA-INVALIDA.

       DISPLAY W000-PROG '  CHEQUES ANULADOS AL INICIAR            '
      -    '           ' A990-ANULADOS-CARGADOS.

       DISPLAY W000-PROG '  CHEQUES ANULADOS COBRADOS POR EL BANCO '
      -    '           ' A990-PROC-ANULADO.

       990-0200-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-LEIDO.
           ADD A990-PROC-LEIDO     TO W990-TOTAL-LEIDO.
           ADD A990-PROC-NO-EMITIDO  TO W990-TOTAL-RECHAZADOS.
           ADD A990-PROC-DIF-IMPORTE TO W990-TOTAL-RECHAZADOS.
           ADD A990-PROC-CTA-INVALIDA TO W990-TOTAL-RECHAZADOS.
           ADD A990-PROC-ANULADO TO W990-TOTAL-RECHAZADOS.

           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-0990-TERMINA.
           EXIT.
