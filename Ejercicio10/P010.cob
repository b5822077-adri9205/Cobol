                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Consumos fuera de rango que marco CRIBACONSUMO (P-COS718) para
      *hoy, liberaciones del supervisor y consumos retenidos de dias
      *anteriores: lo retenido se queda fuera del acumulado del mes
      *hasta que se libera.
      *---
           SELECT OPTIONAL ARCH-XA-ARCHIVO-ATIPICO ASSIGN
                                           W000-UT-S-DIR-ATIPICO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-LB-ARCHIVO-LIBERA ASSIGN
                                           W000-UT-S-DIR-LIBERA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-CR-ARCHIVO-RETENIDO ASSIGN
                                           W000-UT-S-DIR-RETENIDO
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT ARCH-CT-RETENIDO-TRB ASSIGN
                                           W000-UT-S-DIR-RETENIDO-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Historia de costos por producto con fecha efectiva; si el
      *archivo no esta, se valua con el costo vigente del catalogo
       01 AI-ARCHIVO-PRODUCTO.
           05 RI-P-CODIGO                PIC X(6).
           05 RI-P-DESCRIPCION           PIC X(30).
           05 RI-P-CTO                   PIC 9(6)V99.

       FD  ARCH-AF-ARCHIVO-FECHA
           LABEL RECORD STANDARD.
       01 AI-ARCHIVO-COSTO.
          05 RI-CH-CODIGO                PIC X(6).
          05 RI-CH-FECHA-EFECTIVA        PIC 9(8).
          05 RI-CH-COSTO                 PIC 9(6)V99.

      *---
      *Fecha de negocio del ciclo, fijada por operaciones una sola
              10 RI-MM-DPTO              PIC X(6).
              10 RI-MM-CODIGO            PIC X(6).
          05 RI-MM-RA-CONSUMO            PIC S9(8).
          05 RI-MM-RA-IMPORTE            PIC S9(11)V99.
          05 RI-MM-RP-CONSUMO            PIC S9(8).
          05 RI-MM-RP-IMPORTE            PIC S9(11)V99.
          05 RI-MM-DIAS                  PIC 9(3).

       FD  ARCH-MT-ARCHIVO-MENSUAL-TRB
              10 MT-DPTO                 PIC X(6).
              10 MT-CODIGO               PIC X(6).
          05 MT-RA-CONSUMO               PIC S9(8).
          05 MT-RA-IMPORTE               PIC S9(11)V99.
          05 MT-RP-CONSUMO               PIC S9(8).
          05 MT-RP-IMPORTE               PIC S9(11)V99.
          05 MT-DIAS                     PIC 9(3).

       FD  ARCH-XA-ARCHIVO-ATIPICO
           LABEL RECORD STANDARD.
       01 AT-ATIPICO.
          05 AT-FECHA                    PIC 9(8).
          05 AT-LLAVE.
              10 AT-PTA                  PIC XXX.
              10 AT-DPTO                 PIC X(6).
              10 AT-CODIGO               PIC X(6).
          05 AT-CANTIDAD                 PIC 9(8).
          05 AT-MINIMO                   PIC 9(8).
          05 AT-MAXIMO                   PIC 9(8).
          05 AT-ESTADO                   PIC X.

       FD  ARCH-LB-ARCHIVO-LIBERA
           LABEL RECORD STANDARD.
       01 LB-LIBERACION.
          05 LB-FECHA                    PIC 9(8).
          05 LB-LLAVE.
              10 LB-PTA                  PIC XXX.
              10 LB-DPTO                 PIC X(6).
              10 LB-CODIGO               PIC X(6).
          05 LB-SUPERVISOR               PIC X(8).

      *---
      *Importes valuados de un dia retenido, tal como se hubieran
      *sumado al acumulado del mes.
      *---
       FD  ARCH-CR-ARCHIVO-RETENIDO
           LABEL RECORD STANDARD.
       01 CR-RETENIDO.
          05 CR-FECHA                    PIC 9(8).
          05 CR-LLAVE.
              10 CR-PTA                  PIC XXX.
              10 CR-DPTO                 PIC X(6).
              10 CR-CODIGO               PIC X(6).
          05 CR-RA-CONSUMO               PIC S9(8).
          05 CR-RA-IMPORTE               PIC S9(11)V99.
          05 CR-RP-CONSUMO               PIC S9(8).
          05 CR-RP-IMPORTE               PIC S9(11)V99.

       FD  ARCH-CT-RETENIDO-TRB
           LABEL RECORD STANDARD.
       01 CT-RETENIDO                    PIC X(65).

       FD  ARCH-CC-CATALOGO-CUENTAS
           LABEL RECORD STANDARD.
       01 CC-CUENTA-CONTABLE.
           LABEL RECORD STANDARD.
       01 PZ-REGISTRO.
           05 PZ-TIPO                    PIC X.
           05 PZ-DATOS                   PIC X(33).
           05 PZ-DATOS-DETALLE REDEFINES PZ-DATOS.
               10 PZ-PTA                 PIC XXX.
               10 PZ-DPTO                PIC X(6).
               10 PZ-CUENTA              PIC X(10).
               10 PZ-NATURALEZA          PIC X.
               10 PZ-IMPORTE             PIC 9(11)V99.
           05 PZ-DATOS-TOTAL REDEFINES PZ-DATOS.
               10 PZ-T-CARGOS            PIC 9(11)V99.
               10 PZ-T-ABONOS            PIC 9(11)V99.
               10 FILLER                 PIC X(7).

       FD  REPO-R1-REPORTE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORD STANDARD.
       01  R1-COMPARACION                PIC X(132).

       FD  REPO-R2-CSV
           RECORD CONTAINS 140 CHARACTERS
           LABEL RECORD STANDARD.
       01  R2-LINEA-CSV                  PIC X(140).

       FD  REPO-R3-SOBREDEV
           RECORD CONTAINS 120 CHARACTERS
           05  S018-CICLO-REPETIDO       PIC X.
           05  S011-FINARCHREPROCESO     PIC 9.
           05  S000-ESTADOARCHREPROCESO  PIC X  VALUE '0'.
           05  S072-FINARCHATIPICO       PIC 9.
           05  S000-ESTADOARCHATIPICO    PIC X  VALUE '0'.
           05  S072-FINARCHLIBERA        PIC 9.
           05  S000-ESTADOARCHLIBERA     PIC X  VALUE '0'.
           05  S072-FINARCHRETENIDO      PIC 9.
           05  S000-ESTADOARCHRETENIDO   PIC X  VALUE '0'.
           05  S100-FINARCHRETTRB        PIC 9.
           05  S000-ESTADOARCHRETTRB     PIC X  VALUE '0'.


      *---
                                         VALUE 'ArchivoMensual.tmp'.
           05  W000-UT-S-DIR-REPROCESO   PIC X(20)
                                         VALUE 'ParamReproceso.dat'.
           05  W000-UT-S-DIR-ATIPICO     PIC X(20)
                                         VALUE 'ConsumoAtipico.dat'.
           05  W000-UT-S-DIR-LIBERA      PIC X(20)
                                         VALUE 'LiberaConsumo.dat'.
           05  W000-UT-S-DIR-RETENIDO    PIC X(20)
                                         VALUE 'ConsumoRetenido.dat'.
           05  W000-UT-S-DIR-RETENIDO-TRB PIC X(20)
                                         VALUE 'ConsumoRetenido.tmp'.
      *---
      *Planta del registro de control interno del acumulado del mes
      *(guarda la ultima fecha de proceso acumulada); nunca choca
      *---
      *Costo por unidad
      *---
       01 W050-COSTO                      PIC 9(6)V99.

      *---
      *Historia de costos cargada al iniciar; 055-BUSCA-COSTO escoge
           05 T055-COSTO-ENT OCCURS 500 TIMES.
               10 T055-CODIGO             PIC X(6).
               10 T055-FECHA              PIC 9(8).
               10 T055-COSTO              PIC 9(6)V99.

       01 T055-IDX                     PIC S9(4) COMP.

                   15 T065-DPTO           PIC X(6).
                   15 T065-CODIGO         PIC X(6).
               10 T065-RA-CONSUMO         PIC S9(8).
               10 T065-RA-IMPORTE         PIC S9(11)V99.
               10 T065-RP-CONSUMO         PIC S9(8).
               10 T065-RP-IMPORTE         PIC S9(11)V99.
               10 T065-DIAS               PIC 9(3).

       01 T065-IDX                     PIC S9(4) COMP.
           05 W065-PTA                    PIC XXX.
           05 W065-DPTO                   PIC X(6).
           05 W065-CODIGO                 PIC X(6).

      *---
      *Combinaciones de hoy que quedan retenidas: marcadas fuera de
      *rango y sin liberacion del supervisor para esta fecha.
      *---
       01 T072-TABLA-ATIPICOS.
           05 T072-NUM-ATIPICOS        PIC S9(4) COMP VALUE ZERO.
           05 T072-LLAVE OCCURS 300 TIMES PIC X(15).

       01 T072-IDX                     PIC S9(4) COMP.

       01 T072-IDX-HALLADO             PIC S9(4) COMP.

      *---
      *Liberaciones del supervisor por fecha del consumo retenido
      *---
       01 T074-TABLA-LIBERA.
           05 T074-NUM-LIBERA          PIC S9(4) COMP VALUE ZERO.
           05 T074-ENTRADA OCCURS 300 TIMES.
               10 T074-FECHA              PIC 9(8).
               10 T074-LLAVE              PIC X(15).

       01 T074-IDX                     PIC S9(4) COMP.

       01 T074-IDX-HALLADO             PIC S9(4) COMP.

       01 W076-BUSCA.
           05 W076-FECHA                  PIC 9(8).
           05 W076-LLAVE                  PIC X(15).

      *---
      *Consumos retenidos: los de dias anteriores cargados del
      *archivo y los que se retienen hoy. T078-ESTADO 'L' los que
      *se liberan en esta corrida y pasan al acumulado del mes.
      *---
       01 T078-TABLA-RETENIDOS.
           05 T078-NUM-RETENIDOS       PIC S9(4) COMP VALUE ZERO.
           05 T078-ENTRADA OCCURS 500 TIMES.
               10 T078-FECHA              PIC 9(8).
               10 T078-LLAVE.
                   15 T078-PTA            PIC XXX.
                   15 T078-DPTO           PIC X(6).
                   15 T078-CODIGO         PIC X(6).
               10 T078-RA-CONSUMO         PIC S9(8).
               10 T078-RA-IMPORTE         PIC S9(11)V99.
               10 T078-RP-CONSUMO         PIC S9(8).
               10 T078-RP-IMPORTE         PIC S9(11)V99.
               10 T078-ESTADO             PIC X.

       01 T078-IDX                     PIC S9(4) COMP.

      *---
      *Mes (AAAAMM) que lleva el acumulado mensual: el de su ultima
      *fecha acumulada o, vacio tras el cierre, el de la fecha de
      *proceso. Un retenido de un mes anterior ya fue cerrado.
      *---
       01 W078-MES-ABIERTO                PIC X(6).
      *---
      *   Identidades
      *---
      *   Acumuladores
      *---
       01  A050-ACUMULADOR-RA.
           05  A050-ACUM-A-FAVOR-RA       PIC S9(11)V99.
           05  A050-ACUM-TOTAL-IMPORTE-RA PIC S9(11)V99.

       01  A060-ACUMULADOR-RA-REG.
           05  A060-ACUM-REG-RA-IMPORTE   PIC S9(11)V99.
           05  A060-ACUM-REG-RA-CONSUMO   PIC S9(8).

       01  A050-ACUMULADOR-RP.
           05  A050-ACUM-A-FAVOR-RP       PIC S9(11)V99.
           05  A050-ACUM-TOTAL-IMPORTE-RP PIC S9(11)V99.

       01  A060-ACUMULADOR-RP-REG.
           05  A060-ACUM-REG-RP-IMPORTE   PIC S9(11)V99.
           05  A060-ACUM-REG-RP-CONSUMO   PIC S9(8).

       01  A060-ACUMULADOR-DIFERENCIA.
           05  A060-ACUM-DIF-IMPORTE      PIC 9(11)V99.
           05  A060-ACUM-DIF-CONSUMO      PIC 9(8).

       01  A060-ACUMULADOR-DEVUELTO.
           05  A096-TOTAL-CARGOS          PIC S9(11)V99.
           05  A096-TOTAL-ABONOS          PIC S9(11)V99.

       01  W096-DIF-DPTO                  PIC S9(11)V99.

       01  A002-ACUMULADOR-GRAN-TOTAL.
           05  A002-GT-RA-CONSUMO         PIC S9(8).
           05  A002-GT-RA-IMPORTE         PIC S9(11)V99.
           05  A002-GT-RP-CONSUMO         PIC S9(8).
           05  A002-GT-RP-IMPORTE         PIC S9(11)V99.
           05  A002-GT-A-FAVOR-RA         PIC S9(11)V99.
           05  A002-GT-A-FAVOR-RP         PIC S9(11)V99.
      *---
      *Cifras control
      *---
           05 A990-PROC-SOBRE-DEV         PIC S9(4).
           05 A990-POLIZA-LINEAS          PIC S9(4).
           05 A990-DPTO-SIN-CUENTA        PIC S9(4).
           05 A990-ATIPICOS-HOY           PIC S9(4).
           05 A990-RETENIDOS-HOY          PIC S9(4).
           05 A990-RETENIDOS-LIBERADOS    PIC S9(4).
           05 A990-RETENIDOS-PENDIENTES   PIC S9(4).
           05 A990-LIBERADOS-MES-CERRADO  PIC S9(4).
      *---
      *   Monitoreo
      *---
       01 R1-25-ENCABEZADOS-QUINTA-LINEA.
           05 FILLER                      PIC X(15)       VALUE
           "P R O D U C T O".
           05 FILLER                      PIC X(33)       VALUE SPACE.
           05 FILLER                      PIC X(15)       VALUE
           "REPORTO ALMACEN".
           05 FILLER                      PIC X(8)       VALUE SPACE.
           05 FILLER                      PIC X(18)       VALUE
           "REPORTO PRODUCCION".
           05 FILLER                      PIC X(5)       VALUE SPACE.
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(15)       VALUE
           "DESCRIPCION".
           05 FILLER                      PIC X(17)       VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "CONSUMO".
           05 FILLER                      PIC X(9)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "IMPORTE".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "CONSUMO".
           05 FILLER                      PIC X(9)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "IMPORTE".
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "CONSUMO".
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "IMPORTE".
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 FILLER                      PIC X(10)       VALUE
           "A FAVOR DE".

           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-DESCRIPCION     PIC X(30).
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-COMSUMO-RA      PIC +ZZZZZZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-IMPORTE-RA      PIC +ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-COMSUMO-RP      PIC +ZZZZZZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-IMPORTE-RP      PIC +ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-COMSUMO-DIF     PIC ZZZZZZZ9.
           05 FILLER                      PIC X(1)        VALUE SPACES.
           05 R1-35-PRINT-IMPORTE-DIF     PIC ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X(6)        VALUE SPACES.
           05 R1-35-PRINT-MENSAJE-A-FAVOR PIC X(10).
           05 FILLER                      PIC X(3)        VALUE SPACES.

      *---
      *Encabezado del CSV
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-CONSUMO-RA            PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-IMPORTE-RA            PIC -ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-CONSUMO-RP            PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-IMPORTE-RP            PIC -ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-CONSUMO-DIF           PIC -ZZZZZZ9.
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-IMPORTE-DIF           PIC -ZZZZZZZZZZ9.99.
           05 FILLER                      PIC X           VALUE ','.
           05 R2-35-MENSAJE-A-FAVOR       PIC X(10).

           05 FILLER                      PIC X(15)       VALUE
           "IMPORTE".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-45-PRINT-IMPORTE-RA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 FILLER                      PIC X(20)       VALUE
           "DIFERENCIA A FAVOR".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-45-PRINT-A-FAVOR-RA      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(12)       VALUE SPACES.
      *---
      *Linea total de produccion
      *---
           05 FILLER                      PIC X(15)       VALUE
           "IMPORTE".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-50-PRINT-IMPORTE-RP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 FILLER                      PIC X(20)       VALUE
           "DIFERENCIA A FAVOR".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-50-PRINT-A-FAVOR-RP      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *---
      *Pagina de resumen general (todas las plantas)
      *---
           05 FILLER                      PIC X(8)        VALUE
           "IMPORTE".
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-60-IMPORTE-RA            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(12)       VALUE SPACES.

       01 R1-65-RESUMEN-RP.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(8)        VALUE
           "IMPORTE".
           05 FILLER                      PIC X(2)        VALUE SPACES.
           05 R1-65-IMPORTE-RP            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(12)       VALUE SPACES.

       01 R1-70-RESUMEN-DIFERENCIA.
           05 FILLER                      PIC X           VALUE SPACES.
           05 FILLER                      PIC X(27)       VALUE
           "DIF. A FAVOR DE ALMACEN".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-70-A-FAVOR-RA            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                      PIC X(5)        VALUE SPACES.
           05 FILLER                      PIC X(27)       VALUE
           "DIF. A FAVOR DE PRODUCCION".
           05 FILLER                      PIC X(3)        VALUE SPACES.
           05 R1-70-A-FAVOR-RP            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
      *---
      *La fecha de proceso se resuelve antes de abrir las salidas,
      *porque sus nombres llevan la fecha y el sufijo de reproceso;
           PERFORM 033-CARGA-COSTOS.
       000-0430-CARGA-MENSUAL.
           PERFORM 064-CARGA-MENSUAL.
           PERFORM 072-CARGA-RETENCIONES.
       000-0450-VALIDA-PRODUCTOS.
           PERFORM 035-VALIDA-PRODUCTOS.
       000-0500-LEE-CONSUMO-DEVOLUCION.
           PERFORM 097-ESCRIBE-TOTAL-POLIZA.
       000-0670-REESCRIBE-MENSUAL.
           IF S018-CICLO-REPETIDO NOT = 'S' THEN
               PERFORM 078-APLICA-LIBERADOS
               PERFORM 079-REESCRIBE-RETENIDO
               PERFORM 098-REESCRIBE-MENSUAL
               PERFORM 099-INSTALA-MENSUAL
               END-IF.
           PERFORM 100-INSTALA-RETENIDO.
       000-0700-CIFRAS-CONTROL.
           IF A990-LIBERADOS-MES-CERRADO > 0 THEN
               MOVE 4 TO RETURN-CODE
               DISPLAY W000-PROG '  LIBERACIONES DE MES CERRADO, '
      -        'CODIGO 4'
               END-IF.
           PERFORM 990-CIFRAS-CONTROL.
       000-0800-TERMINA.
            CLOSE ARCH-AC-ARCHIVO-CONSUMO.
               WRITE R2-LINEA-CSV FROM R2-35-LINEA-DETALLE-CSV.
       061-0300-ACUMULA-MENSUAL.
               IF S018-CICLO-REPETIDO NOT = 'S' THEN
                   PERFORM 077-RETIENE-O-ACUMULA
                   END-IF.
       061-990-FIN.
           EXIT.
       070-990-FIN.
           EXIT.

      *---
      *Carga las liberaciones del supervisor, las combinaciones que
      *quedan retenidas hoy y los retenidos de dias anteriores,
      *marcando los que tienen liberacion. Un retenido con la fecha
      *de hoy es de una corrida que no termino y se vuelve a armar.
      *---
       072-CARGA-RETENCIONES SECTION.
       072-0100-LIBERACIONES.
           OPEN INPUT ARCH-LB-ARCHIVO-LIBERA.
           MOVE 0 TO S072-FINARCHLIBERA.
           MOVE '1' TO S000-ESTADOARCHLIBERA.
           MOVE ZERO TO T074-NUM-LIBERA.
           PERFORM 073-LEE-LIBERACION UNTIL S072-FINARCHLIBERA = 1.
           CLOSE ARCH-LB-ARCHIVO-LIBERA.
           MOVE '0' TO S000-ESTADOARCHLIBERA.
       072-0200-ATIPICOS.
           OPEN INPUT ARCH-XA-ARCHIVO-ATIPICO.
           MOVE 0 TO S072-FINARCHATIPICO.
           MOVE '1' TO S000-ESTADOARCHATIPICO.
           MOVE ZERO TO T072-NUM-ATIPICOS.
           PERFORM 074-LEE-ATIPICO UNTIL S072-FINARCHATIPICO = 1.
           CLOSE ARCH-XA-ARCHIVO-ATIPICO.
           MOVE '0' TO S000-ESTADOARCHATIPICO.
       072-0300-RETENIDOS.
           OPEN INPUT ARCH-CR-ARCHIVO-RETENIDO.
           MOVE 0 TO S072-FINARCHRETENIDO.
           MOVE '1' TO S000-ESTADOARCHRETENIDO.
           MOVE ZERO TO T078-NUM-RETENIDOS.
           PERFORM 075-LEE-RETENIDO UNTIL S072-FINARCHRETENIDO = 1.
           CLOSE ARCH-CR-ARCHIVO-RETENIDO.
           MOVE '0' TO S000-ESTADOARCHRETENIDO.
       072-990-FIN.
           EXIT.

       073-LEE-LIBERACION SECTION.
       073-0100-LEE.
           READ ARCH-LB-ARCHIVO-LIBERA AT END MOVE 1 TO
               S072-FINARCHLIBERA.
           IF S072-FINARCHLIBERA NOT = 1
              AND LB-FECHA IS NUMERIC
              AND LB-SUPERVISOR NOT = SPACES THEN
               IF T074-NUM-LIBERA NOT < 300 THEN
                   DISPLAY '          LAS LIBERACIONES EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T074-NUM-LIBERA
               MOVE LB-FECHA TO T074-FECHA(T074-NUM-LIBERA)
               MOVE LB-LLAVE TO T074-LLAVE(T074-NUM-LIBERA)
               END-IF.
       073-990-FIN.
           EXIT.

      *---
      *Solo cuenta la criba de la fecha de proceso; un archivo de
      *atipicos de otro dia no retiene nada.
      *---
       074-LEE-ATIPICO SECTION.
       074-0100-LEE.
           READ ARCH-XA-ARCHIVO-ATIPICO AT END MOVE 1 TO
               S072-FINARCHATIPICO.
           IF S072-FINARCHATIPICO NOT = 1
              AND AT-FECHA = W000-FECHA-PROCESO THEN
               ADD 1 TO A990-ATIPICOS-HOY
               MOVE AT-FECHA TO W076-FECHA
               MOVE AT-LLAVE TO W076-LLAVE
               PERFORM 076-BUSCA-LIBERACION
               IF T074-IDX-HALLADO = 0 THEN
                   IF T072-NUM-ATIPICOS NOT < 300 THEN
                       DISPLAY '          LOS CONSUMOS ATIPICOS '
      -                'EXCEDEN LA TABLA DE TRABAJO'
                       DISPLAY '          TERMINACION ANORMAL, CODIGO'
      -                ' 16  '
                       PERFORM 980-ABORTA
                       END-IF
                   ADD 1 TO T072-NUM-ATIPICOS
                   MOVE AT-LLAVE TO T072-LLAVE(T072-NUM-ATIPICOS)
                   END-IF
               END-IF.
       074-990-FIN.
           EXIT.

       075-LEE-RETENIDO SECTION.
       075-0100-LEE.
           READ ARCH-CR-ARCHIVO-RETENIDO AT END MOVE 1 TO
               S072-FINARCHRETENIDO.
           IF S072-FINARCHRETENIDO NOT = 1
              AND CR-FECHA NOT = W000-FECHA-PROCESO THEN
               IF T078-NUM-RETENIDOS NOT < 500 THEN
                   DISPLAY '          LOS CONSUMOS RETENIDOS EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T078-NUM-RETENIDOS
               MOVE T078-NUM-RETENIDOS TO T078-IDX
               MOVE CR-FECHA TO T078-FECHA(T078-IDX)
               MOVE CR-LLAVE TO T078-LLAVE(T078-IDX)
               MOVE CR-RA-CONSUMO TO T078-RA-CONSUMO(T078-IDX)
               MOVE CR-RA-IMPORTE TO T078-RA-IMPORTE(T078-IDX)
               MOVE CR-RP-CONSUMO TO T078-RP-CONSUMO(T078-IDX)
               MOVE CR-RP-IMPORTE TO T078-RP-IMPORTE(T078-IDX)
               MOVE CR-FECHA TO W076-FECHA
               MOVE CR-LLAVE TO W076-LLAVE
               PERFORM 076-BUSCA-LIBERACION
               IF T074-IDX-HALLADO > 0 THEN
                   MOVE 'L' TO T078-ESTADO(T078-IDX)
                   ELSE
                   MOVE 'R' TO T078-ESTADO(T078-IDX)
                   END-IF
               END-IF.
       075-990-FIN.
           EXIT.

       076-BUSCA-LIBERACION SECTION.
       076-0100-BUSCA.
           MOVE ZERO TO T074-IDX-HALLADO.
           MOVE 1 TO T074-IDX.
           PERFORM 076-0300-COMPARA-UNO
               UNTIL T074-IDX-HALLADO > 0 OR T074-IDX > T074-NUM-LIBERA.
       076-990-FIN.
           EXIT.

       076-0300-COMPARA-UNO SECTION.
       076-0310-COMPARA.
           IF T074-FECHA(T074-IDX) = W076-FECHA
              AND T074-LLAVE(T074-IDX) = W076-LLAVE THEN
               MOVE T074-IDX TO T074-IDX-HALLADO
               END-IF.
           ADD 1 TO T074-IDX.
       076-990-FIN.
           EXIT.

      *---
      *El producto recien comparado va al acumulado del mes, salvo
      *que su combinacion este retenida hoy: entonces sus importes
      *se apartan en la tabla de retenidos hasta que se liberen.
      *---
       077-RETIENE-O-ACUMULA SECTION.
       077-0100-BUSCA.
           MOVE ZERO TO T072-IDX-HALLADO.
           MOVE 1 TO T072-IDX.
           PERFORM 077-0300-COMPARA-UNO
               UNTIL T072-IDX-HALLADO > 0
                  OR T072-IDX > T072-NUM-ATIPICOS.
       077-0200-DECIDE.
           IF T072-IDX-HALLADO = 0 THEN
               PERFORM 065-ACUMULA-MENSUAL
               ELSE
               IF T078-NUM-RETENIDOS NOT < 500 THEN
                   DISPLAY '          LOS CONSUMOS RETENIDOS EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T078-NUM-RETENIDOS
               MOVE T078-NUM-RETENIDOS TO T078-IDX
               MOVE W000-FECHA-PROCESO TO T078-FECHA(T078-IDX)
               MOVE I040-PTA TO T078-PTA(T078-IDX)
               MOVE I040-DPTO TO T078-DPTO(T078-IDX)
               MOVE I040-CODIGO TO T078-CODIGO(T078-IDX)
               MOVE A060-ACUM-REG-RA-CONSUMO TO
                   T078-RA-CONSUMO(T078-IDX)
               MOVE A060-ACUM-REG-RA-IMPORTE TO
                   T078-RA-IMPORTE(T078-IDX)
               MOVE A060-ACUM-REG-RP-CONSUMO TO
                   T078-RP-CONSUMO(T078-IDX)
               MOVE A060-ACUM-REG-RP-IMPORTE TO
                   T078-RP-IMPORTE(T078-IDX)
               MOVE 'R' TO T078-ESTADO(T078-IDX)
               ADD 1 TO A990-RETENIDOS-HOY
               END-IF.
       077-990-FIN.
           EXIT.

       077-0300-COMPARA-UNO SECTION.
       077-0310-COMPARA.
           IF T072-LLAVE(T072-IDX) = I040-ID-PROC-CONSUMO THEN
               MOVE T072-IDX TO T072-IDX-HALLADO
               END-IF.
           ADD 1 TO T072-IDX.
       077-990-FIN.
           EXIT.

      *---
      *Al terminar la comparacion, los retenidos liberados suman al
      *acumulado del mes como un dia mas de su combinacion; se usan
      *la llave y los acumuladores del renglon, que ya no se ocupan.
      *La liberacion de un retenido cuyo mes ya se cerro se rechaza:
      *sumarla al mes en curso lo descuadraria contra su mes, que ya
      *esta en el anual. Sigue retenido y se avisa con codigo 4.
      *---
       078-APLICA-LIBERADOS SECTION.
       078-0100-INICIO.
           IF W064-ULTIMA-FECHA NOT = ZERO THEN
               MOVE W064-ULTIMA-FECHA(1:6) TO W078-MES-ABIERTO
               ELSE
               MOVE W000-FECHA-PROCESO(1:6) TO W078-MES-ABIERTO
               END-IF.
           MOVE 1 TO T078-IDX.
       078-0200-APLICA.
           PERFORM 078-0300-APLICA-UNO
               UNTIL T078-IDX > T078-NUM-RETENIDOS.
       078-990-FIN.
           EXIT.

       078-0300-APLICA-UNO SECTION.
       078-0310-APLICA.
           IF T078-ESTADO(T078-IDX) = 'L'
              AND T078-FECHA(T078-IDX)(1:6) < W078-MES-ABIERTO THEN
               MOVE 'R' TO T078-ESTADO(T078-IDX)
               ADD 1 TO A990-LIBERADOS-MES-CERRADO
               DISPLAY W000-PROG '  LIBERACION DE MES CERRADO, SIGUE '
      -        'RETENIDO: ' T078-FECHA(T078-IDX) ' '
               T078-LLAVE(T078-IDX)
               END-IF.
           IF T078-ESTADO(T078-IDX) = 'L' THEN
               MOVE T078-PTA(T078-IDX) TO I040-PTA
               MOVE T078-DPTO(T078-IDX) TO I040-DPTO
               MOVE T078-CODIGO(T078-IDX) TO I040-CODIGO
               MOVE T078-RA-CONSUMO(T078-IDX) TO
                   A060-ACUM-REG-RA-CONSUMO
               MOVE T078-RA-IMPORTE(T078-IDX) TO
                   A060-ACUM-REG-RA-IMPORTE
               MOVE T078-RP-CONSUMO(T078-IDX) TO
                   A060-ACUM-REG-RP-CONSUMO
               MOVE T078-RP-IMPORTE(T078-IDX) TO
                   A060-ACUM-REG-RP-IMPORTE
               PERFORM 065-ACUMULA-MENSUAL
               ADD 1 TO A990-RETENIDOS-LIBERADOS
               END-IF.
           ADD 1 TO T078-IDX.
       078-990-FIN.
           EXIT.

      *---
      *Los que siguen retenidos se reescriben al archivo de trabajo,
      *igual que el acumulado del mes; ConsumoRetenido no se toca
      *hasta que el mes ya quedo instalado (100-INSTALA-RETENIDO).
      *---
       079-REESCRIBE-RETENIDO SECTION.
       079-0100-ESCRIBE.
           OPEN OUTPUT ARCH-CT-RETENIDO-TRB.
           MOVE '1' TO S000-ESTADOARCHRETTRB.
           MOVE 1 TO T078-IDX.
           PERFORM 079-0300-ESCRIBE-UNO
               UNTIL T078-IDX > T078-NUM-RETENIDOS.
           CLOSE ARCH-CT-RETENIDO-TRB.
           MOVE '0' TO S000-ESTADOARCHRETTRB.
       079-990-FIN.
           EXIT.

       079-0300-ESCRIBE-UNO SECTION.
       079-0310-ESCRIBE.
           IF T078-ESTADO(T078-IDX) NOT = 'L' THEN
               MOVE T078-FECHA(T078-IDX) TO CR-FECHA
               MOVE T078-LLAVE(T078-IDX) TO CR-LLAVE
               MOVE T078-RA-CONSUMO(T078-IDX) TO CR-RA-CONSUMO
               MOVE T078-RA-IMPORTE(T078-IDX) TO CR-RA-IMPORTE
               MOVE T078-RP-CONSUMO(T078-IDX) TO CR-RP-CONSUMO
               MOVE T078-RP-IMPORTE(T078-IDX) TO CR-RP-IMPORTE
               WRITE CT-RETENIDO FROM CR-RETENIDO
               ADD 1 TO A990-RETENIDOS-PENDIENTES
               END-IF.
           ADD 1 TO T078-IDX.
       079-990-FIN.
           EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
       099-990-FIN.
           EXIT.

      *---
      *Ya instalado el mes con los liberados sumados, los que siguen
      *retenidos se instalan sobre ConsumoRetenido.dat. Si la corrida
      *aborta antes de este punto, el reproceso del mismo dia ya no
      *acumula (ciclo repetido) pero si hace esta instalacion con el
      *archivo de trabajo que dejo la corrida abortada, que es el de
      *ese mismo dia porque se escribe antes que el mes.
      *---
       100-INSTALA-RETENIDO SECTION.
       100-0100-INICIO.
           OPEN INPUT ARCH-CT-RETENIDO-TRB.
           MOVE '1' TO S000-ESTADOARCHRETTRB.
           MOVE 0 TO S100-FINARCHRETTRB.
           OPEN OUTPUT ARCH-CR-ARCHIVO-RETENIDO.
           MOVE '1' TO S000-ESTADOARCHRETENIDO.
       100-0200-COPIA.
           PERFORM 100-0300-COPIA-UNO UNTIL S100-FINARCHRETTRB = 1.
           CLOSE ARCH-CT-RETENIDO-TRB.
           MOVE '0' TO S000-ESTADOARCHRETTRB.
           CLOSE ARCH-CR-ARCHIVO-RETENIDO.
           MOVE '0' TO S000-ESTADOARCHRETENIDO.
       100-990-FIN.
           EXIT.

       100-0300-COPIA-UNO SECTION.
       100-0310-COPIA.
           READ ARCH-CT-RETENIDO-TRB AT END MOVE 1 TO
               S100-FINARCHRETTRB.
           IF S100-FINARCHRETTRB NOT = 1 THEN
               MOVE CT-RETENIDO TO CR-RETENIDO
               WRITE CR-RETENIDO
               END-IF.
       100-990-FIN.
           EXIT.

       110-LEE-REG-DEVOLUCION SECTION.
       110-0100-INICIO.
           MOVE I110-AD-ID-LEI-DEVOLUCION TO I110-AD-ID-ANT.
               THEN
               CLOSE ARCH-MT-ARCHIVO-MENSUAL-TRB
               MOVE '0' TO S000-ESTADOARCHMENTRB.
           IF S000-ESTADOARCHATIPICO NOT = '0'
               THEN
               CLOSE ARCH-XA-ARCHIVO-ATIPICO
               MOVE '0' TO S000-ESTADOARCHATIPICO.
           IF S000-ESTADOARCHLIBERA NOT = '0'
               THEN
               CLOSE ARCH-LB-ARCHIVO-LIBERA
               MOVE '0' TO S000-ESTADOARCHLIBERA.
           IF S000-ESTADOARCHRETENIDO NOT = '0'
               THEN
               CLOSE ARCH-CR-ARCHIVO-RETENIDO
               MOVE '0' TO S000-ESTADOARCHRETENIDO.
           IF S000-ESTADOARCHRETTRB NOT = '0'
               THEN
               CLOSE ARCH-CT-RETENIDO-TRB
               MOVE '0' TO S000-ESTADOARCHRETTRB.
           MOVE 16 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       980-FIN.
      -    '           ' A990-POLIZA-LINEAS.
       DISPLAY W000-PROG '  DEPTOS SIN CUENTA CONTABLE             '
      -    '           ' A990-DPTO-SIN-CUENTA.
       DISPLAY W000-PROG '  CONSUMOS FUERA DE RANGO DEL DIA        '
      -    '           ' A990-ATIPICOS-HOY.
       DISPLAY W000-PROG '  RETENIDOS HOY FUERA DEL MES            '
      -    '           ' A990-RETENIDOS-HOY.
       DISPLAY W000-PROG '  RETENIDOS LIBERADOS AL MES             '
      -    '           ' A990-RETENIDOS-LIBERADOS.
       DISPLAY W000-PROG '  RETENIDOS EN ESPERA DE LIBERACION      '
      -    '           ' A990-RETENIDOS-PENDIENTES.
       DISPLAY W000-PROG '  LIBERACIONES DE MES CERRADO RECHAZADAS '
      -    '           ' A990-LIBERADOS-MES-CERRADO.
       990-0100-ESCRIBE-MONITOR.
           MOVE 0 TO W990-TOTAL-LEIDO.
           ADD A990-PROC-LEIDO-CONSUMO    TO W990-TOTAL-LEIDO.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-FIN.
           EXIT.
