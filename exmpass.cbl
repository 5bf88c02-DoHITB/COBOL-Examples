      *       CALLER must have validated an 'A'-level approver        *
      *       through EXMSIGN (EXM98 does).                           *
      *   'O' sign-off: session-log entry only.                       *
      *   'E' link    : ties the operator to an employee (ID-EMPLEADO *
      *       in the password slot, checked in PERSONA by EXM98).     *
      *   'T' baja    : the employee in the password slot has left -- *
      *       every operator linked to them is locked at once, with a *
      *       'T' row naming the originating program or user.         *
      * Every event appends a row to the session log SESLOG.DAT for   *
      * the access review to draw on alongside EXM24AUD.DAT.  The     *
      * hash is a MOD-31 rolling sum of the password bytes -- a       *
      * deterrent against casual reading of USUARIOS.DAT, not         *
      * cryptography, same honesty the check digit module has about   *
      * itself.                                                       *
      * An unlock row also carries the approving user in SL-AUTORIZA  *
      * (the caller passes the approver in the password slot, as      *
      * EXM98 always has), so the monthly segregation-of-duties       *
      * review in EXM127 can pair who was unlocked with who unlocked  *
      * them.                                                         *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXMPASS.
           02 SL-HORA                 PIC 9(08).
           02 SL-USUARIO              PIC X(08).
           02 SL-EVENTO               PIC X(01).
      *    Aprobador del desbloqueo ('U') u origen de la baja ('T').
           02 SL-AUTORIZA             PIC X(08).

       WORKING-STORAGE SECTION.
        01 WS-USUARIO-STATUS          PIC X(02) VALUE '00'.
        01 WS-TOTAL-USUARIOS          PIC 9(03) VALUE ZEROES.
        01 TABLA-USUARIOS.
           02 TU-FILA OCCURS 100 TIMES.
              03 TU-REGISTRO          PIC X(36).
        01 WS-IDX                     PIC 9(03) VALUE ZEROES.
        01 WS-FILA-USUARIO            PIC 9(03) VALUE ZEROES.
      *    Hash rodante de la clave.
        01 WS-POS                     PIC 9(02) VALUE ZEROES.
        01 WS-SIN-CLAVE-SW            PIC X(01) VALUE 'N'.
           88 USUARIO-SIN-CLAVE                  VALUE 'Y'.
      *    Quien figura en la fila de sesion y quien la autoriza.
        01 WS-SESION-USUARIO          PIC X(08) VALUE SPACES.
        01 WS-SESION-AUTORIZA         PIC X(08) VALUE SPACES.
      *    Baja de empleado: operadores enlazados y bloqueados.
        01 WS-ID-BAJA                 PIC 9(07) VALUE ZEROES.
        01 WS-ENLAZADOS               PIC 9(03) VALUE ZEROES.
        01 WS-BLOQUEADOS              PIC 9(03) VALUE ZEROES.

       LINKAGE SECTION.
        01 LK-FUNCION                 PIC X(01).
           88 LK-CAMBIO                          VALUE 'C'.
           88 LK-DESBLOQUEO                      VALUE 'U'.
           88 LK-SIGNOFF                         VALUE 'O'.
           88 LK-ENLACE                          VALUE 'E'.
           88 LK-BAJA-EMPLEADO                   VALUE 'T'.
        01 LK-USUARIO                 PIC X(08).
        01 LK-CLAVE                   PIC X(08).
        01 LK-CLAVE-NUEVA             PIC X(08).
       MAINLINE.
            MOVE 'N'                   TO LK-RESULTADO.
            ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
            MOVE LK-USUARIO            TO WS-SESION-USUARIO.
            MOVE SPACES                TO WS-SESION-AUTORIZA.
            PERFORM CARGA-USUARIOS.
      *    La baja no va por operador sino por empleado: LK-USUARIO
      *    es aqui quien la origina.
            IF LK-BAJA-EMPLEADO
                PERFORM PROCESA-BAJA-EMPLEADO
                GOBACK
            END-IF.
            PERFORM BUSCA-USUARIO.
            IF WS-FILA-USUARIO = ZEROES
                DISPLAY 'EXMPASS: USUARIO DESCONOCIDO: ' LK-USUARIO
                    PERFORM PROCESA-CAMBIO-CLAVE
                WHEN LK-DESBLOQUEO
                    PERFORM PROCESA-DESBLOQUEO
                WHEN LK-ENLACE
                    PERFORM PROCESA-ENLACE
                WHEN LK-SIGNOFF
                    MOVE 'Y'           TO LK-RESULTADO
                    PERFORM GRABA-SESION-O
            PERFORM GUARDA-FILA.
            PERFORM GRABA-USUARIOS.
            MOVE 'Y'                   TO LK-RESULTADO.
      *    LK-CLAVE trae aqui el aprobador (EXM98).
            MOVE LK-CLAVE              TO WS-SESION-AUTORIZA.
            PERFORM GRABA-SESION-U.

      *    Enlace operador -> empleado: LK-CLAVE(1:7) trae el
      *    ID-EMPLEADO, ya validado en PERSONA por quien llama
      *    (EXM98); ceros deshacen el enlace.
       PROCESA-ENLACE.
            IF LK-CLAVE(1:7) NOT NUMERIC
                DISPLAY 'EXMPASS: ID DE EMPLEADO NO NUMERICO: '
                        LK-CLAVE
                EXIT PARAGRAPH
            END-IF.
            MOVE LK-CLAVE(1:7)         TO US-ID-EMPLEADO.
            PERFORM GUARDA-FILA.
            PERFORM GRABA-USUARIOS.
            MOVE 'Y'                   TO LK-RESULTADO.
            PERFORM GRABA-SESION-E.

      *    Baja o terminacion del empleado LK-CLAVE(1:7): se bloquea
      *    en el acto todo operador enlazado a el, con su fila 'T'
      *    en la bitacora de sesiones (SL-AUTORIZA = quien origino
      *    la baja).  'Y' si habia algun operador enlazado.
       PROCESA-BAJA-EMPLEADO.
            IF LK-CLAVE(1:7) NOT NUMERIC
               OR LK-CLAVE(1:7) = ZEROES
                EXIT PARAGRAPH
            END-IF.
            MOVE LK-CLAVE(1:7)         TO WS-ID-BAJA.
            MOVE LK-USUARIO            TO WS-SESION-AUTORIZA.
            MOVE ZEROES                TO WS-ENLAZADOS WS-BLOQUEADOS.
            PERFORM VARYING WS-FILA-USUARIO FROM 1 BY 1
                    UNTIL WS-FILA-USUARIO > WS-TOTAL-USUARIOS
                MOVE TU-REGISTRO(WS-FILA-USUARIO) TO USUARIO-REC
                IF USUARIO-REC(30:7) NUMERIC
                   AND US-ID-EMPLEADO = WS-ID-BAJA
                    ADD 1              TO WS-ENLAZADOS
                    IF NOT US-BLOQUEADO
                        MOVE 'B'       TO US-BLOQUEO
                        PERFORM GUARDA-FILA
                        ADD 1          TO WS-BLOQUEADOS
                        MOVE US-USUARIO TO WS-SESION-USUARIO
                        PERFORM GRABA-SESION-T
                        DISPLAY 'EXMPASS: OPERADOR ' US-USUARIO
                                ' BLOQUEADO POR BAJA DEL EMPLEADO '
                                WS-ID-BAJA
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-BLOQUEADOS > 0
                PERFORM GRABA-USUARIOS
            END-IF.
            IF WS-ENLAZADOS > 0
                MOVE 'Y'               TO LK-RESULTADO
            END-IF.

      *    Fila anterior al cambio de layout (hash en espacios) o
      *    hash a cero = sin clave establecida.
       EVALUA-SIN-CLAVE.
            MOVE 'O'                   TO SL-EVENTO.
            PERFORM ESCRIBE-SESION.

       GRABA-SESION-E.
            MOVE 'E'                   TO SL-EVENTO.
            PERFORM ESCRIBE-SESION.

       GRABA-SESION-T.
            MOVE 'T'                   TO SL-EVENTO.
            PERFORM ESCRIBE-SESION.

       ESCRIBE-SESION.
            OPEN EXTEND SESION-FILE.
            IF WS-SESION-STATUS = '05' OR WS-SESION-STATUS = '35'
            IF WS-SESION-STATUS = '00'
                MOVE WS-FECHA-HOY      TO SL-FECHA
                ACCEPT SL-HORA         FROM TIME
                MOVE WS-SESION-USUARIO TO SL-USUARIO
                MOVE WS-SESION-AUTORIZA TO SL-AUTORIZA
                WRITE SESION-REC
                CLOSE SESION-FILE
            END-IF.
