        SELECT OPTIONAL ARCH-RP-ARCHIVO-REPROCESO ASSIGN
                                 W000-UT-S-DIRECCION-REPROCESO
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-CA-CHEQUES-ANULADOS ASSIGN
                                 W000-UT-S-DIRECCION-ANULADOS
                                 ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL ARCH-CD-CIFRAS-CADENA ASSIGN
                                 W000-UT-S-DIRECCION-CADENA
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *Bitacora de lotes de extracto transmitidos: un registro por
      *lote con la fecha del header y la cuenta y hash del trailer,
      *para que CONFIRMAEXTRACTOS (P-CHE123) coteje los acuses de
      *los bancos contra lo realmente enviado. TL-HORA es la hora de
      *inicio de la corrida y es la misma en todos sus lotes.
      *---
       FD ARCH-TL-ARCHIVO-TRANSLOG
           LABEL RECORDS ARE STANDARD.
       01 TL-LOTE-ENVIADO.
           05 TL-BCO                      PIC XXX.
           05 TL-FECHA                    PIC 9(8).
           05 TL-HORA                     PIC 9(6).
           05 TL-CUENTA                   PIC 9(7).
           05 TL-HASH                     PIC 9(14)V99.

       01 RP-REGISTRO.
           05 RP-SUFIJO                   PIC XX.

      *---
      *Cheques anulados que mantiene ANULACHEQUES (P-CHE126): un
      *cheque de aqui que se presente al cobro no se paga y va al
      *reporte de excepciones. Los que aun no tienen CA-FECHA-AVISO
      *salen al banco como suspension de pago en el extracto y
      *quedan fechados con la corrida que los transmitio.
      *---
       FD ARCH-CA-CHEQUES-ANULADOS
           LABEL RECORDS ARE STANDARD.
       01 CA-CHEQUE-ANULADO.
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
      *Cifras de la cadena de cheques: cada paso de la cadena deja al
      *terminar, por fecha de negocio y BCO/NO-CTA, la cuenta y el
      *importe de lo que recibio y de lo que entrego, para que
      *CUADRECADENA (P-CHE129) pruebe cada entrega. Un registro 'INI'
      *abre las cifras de cada corrida: un reproceso sustituye las
      *de la corrida anterior del mismo dia.
      *---
       FD ARCH-CD-CIFRAS-CADENA
           LABEL RECORDS ARE STANDARD.
       01 CD-CIFRA-CADENA.
           05 CD-PROGRAMA                 PIC X(8).
           05 CD-CONCEPTO                 PIC XXX.
           05 CD-FECHA                    PIC 9(8).
           05 CD-BCO                      PIC XXX.
           05 CD-NO-CTA                   PIC X(8).
           05 CD-CUENTA                   PIC 9(7).
           05 CD-IMPORTE                  PIC S9(14)V99.

       WORKING-STORAGE SECTION.
      *-----------------------
      **SWITCHES
           05 S030-CUENTA-INVALIDA        PIC X.
           05 S004-FINARCHREPROCESO       PIC 9.
           05 S000-ESTADOARCHREPROCESO    PIC X.
           05 S000-FINARCHANULADOS        PIC 9.
           05 S000-ESTADOARCHANULADOS     PIC X.
           05 S030-CHEQUE-ANULADO         PIC X.
           05 S000-ESTADOARCHCADENA       PIC X.


       01 W000-CTES.
       "CtasBancarias.dat".
           05 W000-UT-S-DIRECCION-REPROCESO PIC X(30)    VALUE
       "ParamReproceso.dat".
           05 W000-UT-S-DIRECCION-ANULADOS PIC X(30)     VALUE
       "ChequesAnulados.dat".
           05 W000-UT-S-DIRECCION-CADENA  PIC X(30)      VALUE
       "CifrasCadena.dat".

      *---
      *Generacion de la corrida: '.AAAAMMDD' mas el sufijo de
      *EXTRACTOS POR BANCO
       01 W000-FECHA-CORRIDA              PIC 9(8).

      *HORA DE INICIO DE LA CORRIDA (HHMMSS) QUE MARCA SUS LOTES
       01 W000-HORA-CORRIDA               PIC 9(6).

      *---
      *Antiguedad del cheque contra la fecha de la corrida: dias
      *transcurridos y rango (1: 0-30, 2: 31-60, 3: 61-90, 4: mas
           88 T024-CHEQUE-EXISTE                      VALUE 'S'.
           88 T024-CHEQUE-NO-EXISTE                   VALUE 'N'.

      *---
      *Cheques anulados cargados de ChequesAnulados.dat; T027-MARCA
      *queda en 'S' cuando su suspension ya se escribio en un
      *extracto de esta corrida.
      *---
       01 T027-TABLA-ANULADOS.
           05 T027-NUM-ANULADOS        PIC S9(4) COMP VALUE ZERO.
           05 T027-ENTRADA OCCURS 1000 TIMES.
               10 T027-LLAVE.
                   15 T027-BCO            PIC XXX.
                   15 T027-NO-CTA         PIC X(8).
                   15 T027-NO-CHEQUE      PIC X(12).
               10 T027-VALOR              PIC S9(12)V99.
               10 T027-FECHA-EMISION      PIC 9(8).
               10 T027-FECHA-ANULACION    PIC 9(8).
               10 T027-MOTIVO             PIC XXX.
               10 T027-NO-CHEQUE-NUEVO    PIC X(12).
               10 T027-FECHA-AVISO        PIC 9(8).
               10 T027-MARCA              PIC X.

       01 T027-IDX                     PIC S9(4) COMP.

       01 T027-IDX-LOTE                PIC S9(4) COMP.

       01 T027-ANULADO-BUSCADO         PIC X.
           88 T027-ANULADO-EXISTE                     VALUE 'S'.
           88 T027-ANULADO-NO-EXISTE                  VALUE 'N'.

      *---
      *Bancos a los que ya se les abrio extracto en esta corrida: la
      *primera vez el archivo se crea (OUTPUT); si el mismo banco
           88 T015-BANCO-EXISTE                       VALUE 'S'.
           88 T015-BANCO-NO-EXISTE                    VALUE 'N'.

      *---
      *Cifras de la corrida para la cadena de cheques, por BCO/NO-CTA:
      *aceptados (ACE), rechazados por cualquier causa, incluidos los
      *fuera del rango de fechas (REC), y suspensiones de pago que
      *entraron a los extractos (SUS).
      *---
       01 T070-CONCEPTOS                  PIC X(9)       VALUE
       'ACERECSUS'.
       01 T070-CONCEPTOS-R REDEFINES T070-CONCEPTOS.
           05 T070-CONCEPTO OCCURS 3      PIC XXX.

       01 T070-TABLA-CADENA.
           05 T070-NUM-CUENTAS         PIC S9(4) COMP VALUE ZERO.
           05 T070-ENTRADA OCCURS 500 TIMES.
               10 T070-LLAVE.
                   15 T070-BCO            PIC XXX.
                   15 T070-NO-CTA         PIC X(8).
               10 T070-CIFRA OCCURS 3.
                   15 T070-CUENTA         PIC S9(7).
                   15 T070-IMPORTE        PIC S9(14)V99.

       01 T070-IDX                     PIC S9(4) COMP.
       01 T070-IDX-HALLADO             PIC S9(4) COMP.
       01 T070-IDX-CONCEPTO            PIC S9(4) COMP.

       01 W070-CADENA.
           05 W070-LLAVE.
               10 W070-BCO                PIC XXX.
               10 W070-NO-CTA             PIC X(8).
           05 W070-VALOR                  PIC S9(12)V99.

      *---
      *Registros del extracto de transmision por banco
      *---
           05 E1-10-FECHA-CHEQUE          PIC 9(8).
           05 FILLER                      PIC X(17)       VALUE SPACES.

      *SUSPENSION DE PAGO DE UN CHEQUE ANULADO
       01 E1-20-SUSPENSION.
           05 FILLER                      PIC X           VALUE 'S'.
           05 E1-20-NO-CTA                PIC X(8).
           05 E1-20-NO-CHEQUE             PIC X(12).
           05 E1-20-VALOR-CHEQUE          PIC 9(12)V99.
           05 E1-20-FECHA-ANULACION       PIC 9(8).
           05 E1-20-MOTIVO                PIC XXX.
           05 FILLER                      PIC X(14)       VALUE SPACES.

       01 E1-15-TRAILER.
           05 FILLER                      PIC X           VALUE 'T'.
           05 E1-15-BCO                   PIC XXX.
           05 A990-CHEQUE-DUPLICADO       PIC S9(9).
           05 A990-LOTES-REGISTRADOS      PIC S9(9).
           05 A990-CHEQUE-CTA-INVALIDA    PIC S9(9).
           05 A990-ANULADOS-CARGADOS      PIC S9(9).
           05 A990-CHEQUE-ANULADO         PIC S9(9).
           05 A990-SUSPENSION-ENVIADA     PIC S9(9).

       01 W990-MONITOR.
           05 W990-TOTAL-RECHAZADOS       PIC S9(9).
           05 R5-05-CONSPRO               PIC X(8).
           05 FILLER                      PIC X(14)       VALUE SPACES.
           05 FILLER                      PIC X(36)       VALUE
           "CHEQUES DUPLICADOS Y ANULADOS".
           05 FILLER                      PIC X(13)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FECHA: ".
           "NOCHEQUE".
           05 FILLER                      PIC X(19)       VALUE
           "VALORCHEQUE".
           05 FILLER                      PIC X(10)       VALUE
           "FECHACHEQ".
           05 FILLER                      PIC X(35)       VALUE
           "OBSERVACION".

       01 R5-25-LINEA-DUPLICADO.
           05 R5-25-PRINT-BCO             PIC X(3).
           05 R5-25-PRINT-VALOR-CHEQUE    PIC ZZZ,ZZZ,ZZZ,ZZZ.99.
           05 FILLER                      PIC X           VALUE SPACES.
           05 R5-25-PRINT-FECHA-CHEQUE    PIC 9(8).
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R5-25-PRINT-OBSERVACION     PIC X(35).

      *IMPRIME LA LINEA TOTAL POR GRUPO
       01  R1-37-TOTAL-GPO.
           05  FILLER                     PIC X(19)       VALUE SPACES.
           05  R1-37-TOTAL-GRUPO          PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZZ.99.
           05  FILLER                     PIC X(24)       VALUE SPACES.

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
           MOVE 1 TO S000-ESTADOARCHEX.
           PERFORM 005-RANGO-FECHAS.
           PERFORM 003-FECHA-PROCESO.
           MOVE W000-PROG TO R5-05-CONSPRO.
           MOVE R1-05-FECHA TO R5-05-FECHA.
           PERFORM 021-CARGA-HISTORIA.
           PERFORM 026-CARGA-ANULADOS.
           OPEN EXTEND ARCH-HC-HISTORIA-CHEQUES.
           MOVE 0 TO S000-ESTADOARCHHISTORIA.
      *---
           PERFORM 040-LEE-REG.
       000-0200-PROC-PTA.
           PERFORM 008-PROC-GPO UNTIL S000-FINARCH =1.
       000-0250-SUSPENSIONES.
           PERFORM 029-LOTES-SUSPENSION.
           PERFORM 060-REESCRIBE-ANULADOS.
       000-0280-CIFRAS-CADENA.
           PERFORM 072-ESCRIBE-CADENA.
       000-0300-TERMINA.
           CLOSE ARCH-AI-ARCHIVO-I.
           MOVE 1 TO S000-ESTADOARCH.
               MOVE FUNCTION CURRENT-DATE(1:8) TO W000-FECHA-CORRIDA
               ELSE
               MOVE FP-FECHA TO W000-FECHA-CORRIDA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W000-HORA-CORRIDA.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 1 TO S000-ESTADOARCHFECHAPROC.
           EXIT.

      *---
      *Escribe las suspensiones de pago pendientes del banco y el
      *trailer del extracto del banco en curso, con la cuenta de
      *registros y la suma de verificacion del importe de los
      *registros del lote, y lo cierra.
      *---
       018-CIERRA-EXTRACTO SECTION.
       018-0050-ESCRIBE-SUSPENSIONES.
           PERFORM 028-ESCRIBE-SUSPENSIONES.
       018-0100-ESCRIBE-TRAILER.
           MOVE I010-BCO TO E1-15-BCO.
           MOVE A015-EXT-CUENTA TO E1-15-CUENTA.
       018-0150-REGISTRA-LOTE.
           MOVE I010-BCO TO TL-BCO.
           MOVE W000-FECHA-CORRIDA TO TL-FECHA.
           MOVE W000-HORA-CORRIDA TO TL-HORA.
           MOVE A015-EXT-CUENTA TO TL-CUENTA.
           MOVE A015-EXT-HASH TO TL-HASH.
           WRITE TL-LOTE-ENVIADO.
       024-0390-TERMINA.
           EXIT.

      *---
      *Carga en la tabla los cheques anulados por P-CHE126.
      *---
       026-CARGA-ANULADOS SECTION.
       026-0100-INICIO.
           OPEN INPUT ARCH-CA-CHEQUES-ANULADOS.
           MOVE 0 TO S000-FINARCHANULADOS.
           MOVE 0 TO S000-ESTADOARCHANULADOS.
           MOVE ZERO TO T027-NUM-ANULADOS.
       026-0200-CARGA.
           PERFORM 026-0300-LEE-Y-AGREGA
               UNTIL S000-FINARCHANULADOS = 1.
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.
       026-0990-TERMINA.
           EXIT.

       026-0300-LEE-Y-AGREGA SECTION.
       026-0310-LEE.
           READ ARCH-CA-CHEQUES-ANULADOS AT END MOVE 1 TO
               S000-FINARCHANULADOS.
           IF S000-FINARCHANULADOS NOT = 1 THEN
               IF T027-NUM-ANULADOS NOT < 1000 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LOS CHEQUES ANULADOS '
      -            'EXCEDEN LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, '
      -            'CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T027-NUM-ANULADOS
               MOVE CA-LLAVE TO T027-LLAVE(T027-NUM-ANULADOS)
               MOVE CA-VALOR-CHEQUE TO T027-VALOR(T027-NUM-ANULADOS)
               MOVE CA-FECHA-EMISION TO
                   T027-FECHA-EMISION(T027-NUM-ANULADOS)
               MOVE CA-FECHA-ANULACION TO
                   T027-FECHA-ANULACION(T027-NUM-ANULADOS)
               MOVE CA-MOTIVO TO T027-MOTIVO(T027-NUM-ANULADOS)
               MOVE CA-NO-CHEQUE-NUEVO TO
                   T027-NO-CHEQUE-NUEVO(T027-NUM-ANULADOS)
               MOVE CA-FECHA-AVISO TO
                   T027-FECHA-AVISO(T027-NUM-ANULADOS)
               MOVE 'N' TO T027-MARCA(T027-NUM-ANULADOS)
               ADD 1 TO A990-ANULADOS-CARGADOS
               END-IF.
       026-0390-TERMINA.
           EXIT.

      *---
      *Busca la llave T024-LLAVE-BUSCA en la tabla de anulados y
      *deja el resultado y el indice en T027-IDX.
      *---
       027-BUSCA-ANULADO SECTION.
       027-0100-INICIO.
           SET T027-ANULADO-NO-EXISTE TO TRUE.
           MOVE ZERO TO T027-IDX.
       027-0200-BUSCA.
           PERFORM 027-0300-COMPARA-UNO
               UNTIL T027-ANULADO-EXISTE
                  OR T027-IDX NOT < T027-NUM-ANULADOS.
       027-0990-TERMINA.
           EXIT.

       027-0300-COMPARA-UNO SECTION.
       027-0310-COMPARA.
           ADD 1 TO T027-IDX.
           IF T024-LLAVE-BUSCA = T027-LLAVE(T027-IDX) THEN
               SET T027-ANULADO-EXISTE TO TRUE
               END-IF.
       027-0390-TERMINA.
           EXIT.

      *---
      *Escribe en el extracto abierto una suspension de pago por
      *cada anulado del banco en curso que el banco aun no conoce
      *(sin fecha de aviso, o avisado hoy si es un reproceso) y que
      *no se haya escrito ya en esta corrida.
      *---
       028-ESCRIBE-SUSPENSIONES SECTION.
       028-0100-INICIO.
           MOVE 1 TO T027-IDX.
       028-0200-RECORRE.
           PERFORM 028-0300-ESCRIBE-UNA
               UNTIL T027-IDX > T027-NUM-ANULADOS.
       028-0990-TERMINA.
           EXIT.

       028-0300-ESCRIBE-UNA SECTION.
       028-0310-ESCRIBE.
           IF T027-BCO(T027-IDX) = I010-BCO
              AND T027-MARCA(T027-IDX) NOT = 'S'
              AND (T027-FECHA-AVISO(T027-IDX) = ZERO
                OR T027-FECHA-AVISO(T027-IDX) = W000-FECHA-CORRIDA)
           THEN
               MOVE T027-NO-CTA(T027-IDX) TO E1-20-NO-CTA
               MOVE T027-NO-CHEQUE(T027-IDX) TO E1-20-NO-CHEQUE
               MOVE T027-VALOR(T027-IDX) TO E1-20-VALOR-CHEQUE
               MOVE T027-FECHA-ANULACION(T027-IDX) TO
                   E1-20-FECHA-ANULACION
               MOVE T027-MOTIVO(T027-IDX) TO E1-20-MOTIVO
               WRITE E1-REGISTRO-EXTRACTO FROM E1-20-SUSPENSION
               ADD T027-VALOR(T027-IDX) TO A015-EXT-HASH
               ADD 1 TO A015-EXT-CUENTA
               MOVE W000-FECHA-CORRIDA TO T027-FECHA-AVISO(T027-IDX)
               MOVE 'S' TO T027-MARCA(T027-IDX)
               ADD 1 TO A990-SUSPENSION-ENVIADA
               MOVE T027-BCO(T027-IDX) TO W070-BCO
               MOVE T027-NO-CTA(T027-IDX) TO W070-NO-CTA
               MOVE T027-VALOR(T027-IDX) TO W070-VALOR
               MOVE 3 TO T070-IDX-CONCEPTO
               PERFORM 070-ACUMULA-CADENA
               END-IF.
           ADD 1 TO T027-IDX.
       028-0390-TERMINA.
           EXIT.

      *---
      *Los anulados pendientes de un banco que no tuvo cheques en la
      *corrida salen en un lote propio de su extracto, solo con las
      *suspensiones.
      *---
       029-LOTES-SUSPENSION SECTION.
       029-0100-INICIO.
           MOVE 1 TO T027-IDX.
       029-0200-RECORRE.
           PERFORM 029-0300-REVISA-UNO
               UNTIL T027-IDX > T027-NUM-ANULADOS.
       029-0990-TERMINA.
           EXIT.

       029-0300-REVISA-UNO SECTION.
       029-0310-REVISA.
           MOVE T027-IDX TO T027-IDX-LOTE.
           IF T027-MARCA(T027-IDX) NOT = 'S'
              AND (T027-FECHA-AVISO(T027-IDX) = ZERO
                OR T027-FECHA-AVISO(T027-IDX) = W000-FECHA-CORRIDA)
           THEN
               MOVE T027-BCO(T027-IDX) TO I010-BCO
               PERFORM 017-ABRE-EXTRACTO
               PERFORM 018-CIERRA-EXTRACTO
               END-IF.
           MOVE T027-IDX-LOTE TO T027-IDX.
           ADD 1 TO T027-IDX.
       029-0390-TERMINA.
           EXIT.

      *---
      *Reescribe ChequesAnulados.dat con la fecha de aviso de las
      *suspensiones transmitidas hoy.
      *---
       060-REESCRIBE-ANULADOS SECTION.
       060-0100-INICIO.
           IF T027-NUM-ANULADOS > 0 THEN
               OPEN OUTPUT ARCH-CA-CHEQUES-ANULADOS
               MOVE 0 TO S000-ESTADOARCHANULADOS
               MOVE 1 TO T027-IDX
               PERFORM 060-0300-ESCRIBE-UNO
                   UNTIL T027-IDX > T027-NUM-ANULADOS
               CLOSE ARCH-CA-CHEQUES-ANULADOS
               MOVE 1 TO S000-ESTADOARCHANULADOS
               END-IF.
       060-0990-TERMINA.
           EXIT.

       060-0300-ESCRIBE-UNO SECTION.
       060-0310-ESCRIBE.
           MOVE T027-LLAVE(T027-IDX) TO CA-LLAVE.
           MOVE T027-VALOR(T027-IDX) TO CA-VALOR-CHEQUE.
           MOVE T027-FECHA-EMISION(T027-IDX) TO CA-FECHA-EMISION.
           MOVE T027-FECHA-ANULACION(T027-IDX) TO CA-FECHA-ANULACION.
           MOVE T027-MOTIVO(T027-IDX) TO CA-MOTIVO.
           MOVE T027-NO-CHEQUE-NUEVO(T027-IDX) TO CA-NO-CHEQUE-NUEVO.
           MOVE T027-FECHA-AVISO(T027-IDX) TO CA-FECHA-AVISO.
           WRITE CA-CHEQUE-ANULADO.
           ADD 1 TO T027-IDX.
       060-0390-TERMINA.
           EXIT.

      *---
      *Escribe en el reporte de antiguedad la linea de totales del
      *banco en curso.
                   MOVE 'S' TO S030-CHEQUE-DUPLICADO
                   END-IF
               END-IF.
      *---
      *Un cheque anulado por P-CHE126 que se presenta al cobro no se
      *paga: va al reporte de excepciones para detener el pago.
      *---
       030-0180-VALIDA-ANULADO.
           MOVE 'N' TO S030-CHEQUE-ANULADO.
           IF S030-CHEQUE-INVALIDO NOT = 'S'
              AND S030-CUENTA-INVALIDA NOT = 'S' THEN
               PERFORM 027-BUSCA-ANULADO
               IF T027-ANULADO-EXISTE THEN
                   MOVE 'S' TO S030-CHEQUE-ANULADO
                   END-IF
               END-IF.
       030-0200-ESCRIBE-REG.
           IF S030-CHEQUE-INVALIDO = 'S'
           THEN
               I040-AI-NO-CTA '  NO. CHEQUE: ' I040-AI-NO-CHEQUE
               ADD 1 TO A990-CHEQUE-CTA-INVALIDA
           ELSE
           IF S030-CHEQUE-ANULADO = 'S'
           THEN
               DISPLAY '          CHEQUE ANULADO PRESENTADO AL COBRO,'
      -        ' NO SE PAGA'
               DISPLAY '          BCO/CTA: ' I040-AI-BCO ' '
               I040-AI-NO-CTA '  NO. CHEQUE: ' I040-AI-NO-CHEQUE
               PERFORM 034-ESCRIBE-ANULADO
           ELSE
           IF S030-CHEQUE-DUPLICADO = 'S'
           THEN
               PERFORM 033-ESCRIBE-DUPLICADO
               ADD RI-VALOR-CHEQUE TO A022-CTA-MONTO(W025-RANGO)
               PERFORM 032-AGREGA-HISTORIA
           END-IF.
       030-0250-CIFRAS-CADENA.
           MOVE I040-AI-BCO TO W070-BCO.
           MOVE I040-AI-NO-CTA TO W070-NO-CTA.
           MOVE RI-VALOR-CHEQUE TO W070-VALOR.
           IF S030-CHEQUE-INVALIDO = 'S'
              OR S030-CUENTA-INVALIDA = 'S'
              OR S030-CHEQUE-ANULADO = 'S'
              OR S030-CHEQUE-DUPLICADO = 'S'
           THEN
               MOVE 2 TO T070-IDX-CONCEPTO
           ELSE
               MOVE 1 TO T070-IDX-CONCEPTO.
           PERFORM 070-ACUMULA-CADENA.
       030-0300-ACT-CIFRAS-DE-CONTROL.
           PERFORM 040-LEE-REG.

           MOVE I040-AI-NO-CHEQUE TO R5-25-PRINT-NO-CHEQUE.
           MOVE RI-VALOR-CHEQUE TO R5-25-PRINT-VALOR-CHEQUE.
           MOVE I040-AI-FECHA-CHEQUE TO R5-25-PRINT-FECHA-CHEQUE.
           MOVE 'PRESUNTO PAGO DUPLICADO' TO R5-25-PRINT-OBSERVACION.
       033-0200-ESCRIBE.
           IF (R5-NUM-LIN + 1)>R5-MAX-LIN THEN
               PERFORM 036-ENCABEZADOS-DUP
       033-0990-TERMINA.
           EXIT.

      *---
      *Escribe el cheque anulado presentado al cobro en el reporte
      *de excepciones, con el folio de su reposicion si la hubo.
      *---
       034-ESCRIBE-ANULADO SECTION.
       034-0100-CARGA.
           MOVE I040-AI-BCO TO R5-25-PRINT-BCO.
           MOVE I040-AI-NO-CTA TO R5-25-PRINT-NO-CTA.
           MOVE I040-AI-NO-CHEQUE TO R5-25-PRINT-NO-CHEQUE.
           MOVE RI-VALOR-CHEQUE TO R5-25-PRINT-VALOR-CHEQUE.
           MOVE I040-AI-FECHA-CHEQUE TO R5-25-PRINT-FECHA-CHEQUE.
           MOVE SPACES TO R5-25-PRINT-OBSERVACION.
           IF T027-NO-CHEQUE-NUEVO(T027-IDX) = SPACES THEN
               STRING 'ANULADO '             DELIMITED BY SIZE
                      T027-FECHA-ANULACION(T027-IDX)
                                             DELIMITED BY SIZE
                      ' NO PAGAR'            DELIMITED BY SIZE
                   INTO R5-25-PRINT-OBSERVACION
               ELSE
               STRING 'ANULADO, REPUESTO CON '  DELIMITED BY SIZE
                      T027-NO-CHEQUE-NUEVO(T027-IDX)
                                                DELIMITED BY SIZE
                   INTO R5-25-PRINT-OBSERVACION.
       034-0200-ESCRIBE.
           IF (R5-NUM-LIN + 1)>R5-MAX-LIN THEN
               PERFORM 036-ENCABEZADOS-DUP
               END-IF.
           WRITE R5-REPORTE-DUPLICADOS FROM R5-25-LINEA-DUPLICADO
           AFTER 1.
           ADD 1 TO R5-NUM-LIN.
           ADD 1 TO A990-CHEQUE-ANULADO.
       034-0990-TERMINA.
           EXIT.

      *---
      *Encabezados del reporte de presuntos duplicados.
      *---
           IF I040-AI-FECHA-CHEQUE < W000-RANGO-FECHA-INI OR
              I040-AI-FECHA-CHEQUE > W000-RANGO-FECHA-FIN THEN
               ADD 1 TO A990-PROC-FUERA-RANGO
               MOVE RI-BCO TO W070-BCO
               MOVE RI-NO-CTA TO W070-NO-CTA
               MOVE RI-VALOR-CHEQUE TO W070-VALOR
               MOVE 2 TO T070-IDX-CONCEPTO
               PERFORM 070-ACUMULA-CADENA
               END-IF.

           IF I040-AI-ID-ANT > I040-AI-ID-LEI THEN

       050-0990-TERMINA.
           EXIT.
      *---
      *Suma el cheque W070-VALOR de la cuenta W070-LLAVE al concepto
      *T070-IDX-CONCEPTO de las cifras de la cadena.
      *---
       070-ACUMULA-CADENA SECTION.
       070-0100-BUSCA.
           PERFORM 071-BUSCA-CADENA.
           IF T070-IDX-HALLADO = 0 THEN
               IF T070-NUM-CUENTAS NOT < 500 THEN
                   MOVE 16 TO RETURN-CODE
                   DISPLAY W000-PROG '  LAS CUENTAS DE LA CADENA DE '
      -            'CHEQUES EXCEDEN LA TABLA DE TRABAJO'
                   DISPLAY W000-PROG '  TERMINACION ANORMAL, CODIGO 16'
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T070-NUM-CUENTAS
               MOVE T070-NUM-CUENTAS TO T070-IDX-HALLADO
               MOVE W070-LLAVE TO T070-LLAVE(T070-IDX-HALLADO)
               MOVE ZEROS TO T070-CUENTA(T070-IDX-HALLADO 1)
                             T070-IMPORTE(T070-IDX-HALLADO 1)
                             T070-CUENTA(T070-IDX-HALLADO 2)
                             T070-IMPORTE(T070-IDX-HALLADO 2)
                             T070-CUENTA(T070-IDX-HALLADO 3)
                             T070-IMPORTE(T070-IDX-HALLADO 3)
               END-IF.
       070-0200-SUMA.
           ADD 1 TO T070-CUENTA(T070-IDX-HALLADO T070-IDX-CONCEPTO).
           ADD W070-VALOR TO
               T070-IMPORTE(T070-IDX-HALLADO T070-IDX-CONCEPTO).
       070-0990-TERMINA.
           EXIT.

       071-BUSCA-CADENA SECTION.
       071-0100-INICIO.
           MOVE ZERO TO T070-IDX-HALLADO.
           MOVE 1 TO T070-IDX.
       071-0200-BUSCA.
           PERFORM 071-0300-COMPARA-UNO
               UNTIL T070-IDX-HALLADO > 0
                  OR T070-IDX > T070-NUM-CUENTAS.
       071-0990-TERMINA.
           EXIT.

       071-0300-COMPARA-UNO SECTION.
       071-0310-COMPARA.
           IF W070-LLAVE = T070-LLAVE(T070-IDX) THEN
               MOVE T070-IDX TO T070-IDX-HALLADO
               END-IF.
           ADD 1 TO T070-IDX.
       071-0390-TERMINA.
           EXIT.

      *---
      *Deja las cifras de la corrida en CifrasCadena.dat: el registro
      *'INI' de la corrida y uno por cuenta y concepto con cheques.
      *---
       072-ESCRIBE-CADENA SECTION.
       072-0100-ABRE.
           OPEN EXTEND ARCH-CD-CIFRAS-CADENA.
           MOVE 0 TO S000-ESTADOARCHCADENA.
       072-0200-INICIO-CORRIDA.
           MOVE W000-PROG TO CD-PROGRAMA.
           MOVE 'INI' TO CD-CONCEPTO.
           MOVE W000-FECHA-CORRIDA TO CD-FECHA.
           MOVE SPACES TO CD-BCO CD-NO-CTA.
           MOVE ZEROS TO CD-CUENTA CD-IMPORTE.
           WRITE CD-CIFRA-CADENA.
       072-0300-CUENTAS.
           MOVE 1 TO T070-IDX.
           PERFORM 073-ESCRIBE-CUENTA UNTIL T070-IDX > T070-NUM-CUENTAS.
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCADENA.
       072-0990-TERMINA.
           EXIT.

       073-ESCRIBE-CUENTA SECTION.
       073-0100-INICIO.
           MOVE 1 TO T070-IDX-CONCEPTO.
       073-0200-CONCEPTOS.
           PERFORM 074-ESCRIBE-CONCEPTO UNTIL T070-IDX-CONCEPTO > 3.
           ADD 1 TO T070-IDX.
       073-0990-TERMINA.
           EXIT.

       074-ESCRIBE-CONCEPTO SECTION.
       074-0100-ESCRIBE.
           IF T070-CUENTA(T070-IDX T070-IDX-CONCEPTO) > 0 THEN
               MOVE T070-CONCEPTO(T070-IDX-CONCEPTO) TO CD-CONCEPTO
               MOVE T070-BCO(T070-IDX) TO CD-BCO
               MOVE T070-NO-CTA(T070-IDX) TO CD-NO-CTA
               MOVE T070-CUENTA(T070-IDX T070-IDX-CONCEPTO)
                   TO CD-CUENTA
               MOVE T070-IMPORTE(T070-IDX T070-IDX-CONCEPTO)
                   TO CD-IMPORTE
               WRITE CD-CIFRA-CADENA
               END-IF.
           ADD 1 TO T070-IDX-CONCEPTO.
       074-0990-TERMINA.
           EXIT.

       980-ABORTA SECTION.
       980-0100-INICIO.
      ****************CONDICION DE SI EL ARCHIVO ESTA CERRADO***********
           IF S000-ESTADOARCHCTAS = 0 THEN
           CLOSE ARCH-CB-CTAS-BANCARIAS.
           MOVE 1 TO S000-ESTADOARCHCTAS.
      *    ****CONDICION DE SI LA LISTA DE ANULADOS ESTA CERRADA******
           IF S000-ESTADOARCHANULADOS = 0 THEN
           CLOSE ARCH-CA-CHEQUES-ANULADOS.
           MOVE 1 TO S000-ESTADOARCHANULADOS.
      *    ****CONDICION DE SI LAS CIFRAS DE LA CADENA ESTAN CERRADAS***
           IF S000-ESTADOARCHCADENA = 0 THEN
           CLOSE ARCH-CD-CIFRAS-CADENA.
           MOVE 1 TO S000-ESTADOARCHCADENA.

      *    **************LLAMADA AL MODULO CIFRAS DE CONTROL***********
       980-0200-ACT-CIFRAS-DE-CONTROL.
       DISPLAY W000-PROG '  CHEQUES EN CUENTA DESCONOCIDA O CERRADA '
      -    '           ' A990-CHEQUE-CTA-INVALIDA.

       DISPLAY W000-PROG '  CHEQUES ANULADOS AL INICIAR             '
      -    '           ' A990-ANULADOS-CARGADOS.

       DISPLAY W000-PROG '  CHEQUES ANULADOS PRESENTADOS AL COBRO   '
      -    '           ' A990-CHEQUE-ANULADO.

       DISPLAY W000-PROG '  SUSPENSIONES DE PAGO EN EXTRACTOS       '
      -    '           ' A990-SUSPENSION-ENVIADA.

       990-0200-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-RECHAZADOS.
           ADD A990-PROC-FUERA-RANGO TO W990-TOTAL-RECHAZADOS.
           ADD A990-CHEQUE-INVALIDO  TO W990-TOTAL-RECHAZADOS.
           ADD A990-CHEQUE-DUPLICADO TO W990-TOTAL-RECHAZADOS.
           ADD A990-CHEQUE-CTA-INVALIDA TO W990-TOTAL-RECHAZADOS.
           ADD A990-CHEQUE-ANULADO TO W990-TOTAL-RECHAZADOS.

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
