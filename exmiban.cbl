      *****************************************************************
      *                                                               *
      * This software have been developed under GNU GPL v3 License.   *
      *   That means, no closed distribution of this software is      *
      *   allowed.                                                    *
      *                                                               *
      * Please refer to the License text here:                        *
      *   https://www.gnu.org/licenses/gpl-3.0.txt                    *
      *                                                               *
      * For any comment, suggestion or similar, you can reach me via  *
      * mail on "doscar.sole@gmail.com"                               *
      *                                                               *
      *****************************************************************
      * EXMIBAN - bank-account identifier checks, callable the way    *
      * EXMCKDG is for our own check digits, so every program that    *
      * takes or pays to an account applies the same rule:  'I'       *
      * validates an IBAN (spaces used for grouping are squeezed out  *
      * and the compact IBAN is handed back; country letters, the     *
      * fixed length of the countries our banks deal with, and the    *
      * ISO 7064 mod-97 check done character by character);  'B'      *
      * validates a BIC (4-letter bank, 2-letter country, 2 location  *
      * characters and an optional 3-character branch).  LK-RESULTADO *
      * comes back 'Y' or 'N' with the reason in LK-MOTIVO.           *
      *****************************************************************
       ID DIVISION.
       PROGRAM-ID. EXMIBAN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 WS-ALFABETO                 PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01 WS-DIGITOS                  PIC X(10) VALUE '0123456789'.
        01 WS-COMPACTO                 PIC X(34).
        01 WS-REORDENADO               PIC X(34).
        01 WS-LONGITUD                 PIC 9(02).
        01 WS-IDX                      PIC 9(02).
        01 WS-LETRA-IDX                PIC 9(02).
        01 WS-CARACTER                 PIC X(01).
        01 WS-VALOR-CARACTER           PIC 9(02).
        01 WS-TIPO-CARACTER            PIC X(01).
           88 CARACTER-DIGITO                     VALUE 'D'.
           88 CARACTER-LETRA                      VALUE 'L'.
           88 CARACTER-OTRO                       VALUE 'O'.
        01 WS-ACUMULADO                PIC 9(05).
        01 WS-COCIENTE                 PIC 9(05).
        01 WS-RESTO                    PIC 9(02).
      *    Longitud fija del IBAN por pais (registro ISO 13616) de
      *    los paises con los que trabajan nuestros bancos; un pais
      *    fuera de la lista solo pasa el rango general 15-34.
        01 TABLA-LONGITUDES-IBAN.
           02 FILLER                   PIC X(04) VALUE 'AD24'.
           02 FILLER                   PIC X(04) VALUE 'AT20'.
           02 FILLER                   PIC X(04) VALUE 'BE16'.
           02 FILLER                   PIC X(04) VALUE 'CH21'.
           02 FILLER                   PIC X(04) VALUE 'DE22'.
           02 FILLER                   PIC X(04) VALUE 'DK18'.
           02 FILLER                   PIC X(04) VALUE 'ES24'.
           02 FILLER                   PIC X(04) VALUE 'FI18'.
           02 FILLER                   PIC X(04) VALUE 'FR27'.
           02 FILLER                   PIC X(04) VALUE 'GB22'.
           02 FILLER                   PIC X(04) VALUE 'IE22'.
           02 FILLER                   PIC X(04) VALUE 'IT27'.
           02 FILLER                   PIC X(04) VALUE 'LU20'.
           02 FILLER                   PIC X(04) VALUE 'NL18'.
           02 FILLER                   PIC X(04) VALUE 'NO15'.
           02 FILLER                   PIC X(04) VALUE 'PL28'.
           02 FILLER                   PIC X(04) VALUE 'PT25'.
           02 FILLER                   PIC X(04) VALUE 'SE24'.
        01 FILLER REDEFINES TABLA-LONGITUDES-IBAN.
           02 TL-FILA OCCURS 18 TIMES.
              03 TL-PAIS               PIC X(02).
              03 TL-LONGITUD           PIC 9(02).
        01 WS-TL-IDX                   PIC 9(02).

       LINKAGE SECTION.
        01 LK-FUNCION                  PIC X(01).
           88 LK-VALIDA-IBAN                      VALUE 'I'.
           88 LK-VALIDA-BIC                       VALUE 'B'.
        01 LK-VALOR                    PIC X(34).
        01 LK-RESULTADO                PIC X(01).
        01 LK-MOTIVO                   PIC X(30).

       PROCEDURE DIVISION USING LK-FUNCION LK-VALOR
                                 LK-RESULTADO LK-MOTIVO.
       MAINLINE.
            MOVE 'N'                    TO LK-RESULTADO.
            MOVE SPACES                 TO LK-MOTIVO.
            EVALUATE TRUE
                WHEN LK-VALIDA-IBAN
                    PERFORM VALIDA-IBAN
                WHEN LK-VALIDA-BIC
                    PERFORM VALIDA-BIC
                WHEN OTHER
                    MOVE 'FUNCION NO VALIDA' TO LK-MOTIVO
            END-EVALUATE.
            GOBACK.

      *    Los blancos de agrupacion (ES91 2100 0418 ...) se quitan y
      *    el IBAN vuelve compacto al llamador, que es como se graba.
       VALIDA-IBAN.
            MOVE SPACES                 TO WS-COMPACTO.
            MOVE ZEROES                 TO WS-LONGITUD.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 34
                IF LK-VALOR(WS-IDX:1) NOT = SPACE
                    ADD 1               TO WS-LONGITUD
                    MOVE LK-VALOR(WS-IDX:1)
                                        TO WS-COMPACTO(WS-LONGITUD:1)
                END-IF
            END-PERFORM.
            MOVE WS-COMPACTO            TO LK-VALOR.
            IF WS-LONGITUD < 15
                MOVE 'LONGITUD FUERA DE RANGO' TO LK-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF WS-COMPACTO(1:2) IS NOT ALPHABETIC-UPPER
               OR WS-COMPACTO(3:2) IS NOT NUMERIC
                MOVE 'PAIS O DIGITOS DE CONTROL MAL'
                                        TO LK-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                    UNTIL WS-TL-IDX > 18
                IF TL-PAIS(WS-TL-IDX) = WS-COMPACTO(1:2)
                   AND TL-LONGITUD(WS-TL-IDX) NOT = WS-LONGITUD
                    MOVE 'LONGITUD NO ES LA DEL PAIS'
                                        TO LK-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
      *    Mod 97 (ISO 7064): los cuatro primeros al final, cada
      *    letra vale 10..35 y el resto se arrastra caracter a
      *    caracter para no pasar nunca de cinco cifras.
            MOVE SPACES                 TO WS-REORDENADO.
            MOVE WS-COMPACTO(5:WS-LONGITUD - 4) TO WS-REORDENADO.
            MOVE WS-COMPACTO(1:4)
                 TO WS-REORDENADO(WS-LONGITUD - 3:4).
            MOVE ZEROES                 TO WS-RESTO.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-LONGITUD
                MOVE WS-REORDENADO(WS-IDX:1) TO WS-CARACTER
                PERFORM CLASIFICA-CARACTER
                EVALUATE TRUE
                    WHEN CARACTER-DIGITO
                        COMPUTE WS-ACUMULADO =
                                WS-RESTO * 10 + WS-VALOR-CARACTER
                    WHEN CARACTER-LETRA
                        COMPUTE WS-ACUMULADO =
                                WS-RESTO * 100 + WS-VALOR-CARACTER
                    WHEN OTHER
                        MOVE 'CARACTER NO VALIDO' TO LK-MOTIVO
                        EXIT PARAGRAPH
                END-EVALUATE
                DIVIDE WS-ACUMULADO BY 97
                    GIVING WS-COCIENTE REMAINDER WS-RESTO
            END-PERFORM.
            IF WS-RESTO = 1
                MOVE 'Y'                TO LK-RESULTADO
            ELSE
                MOVE 'DIGITOS DE CONTROL NO CUADRAN'
                                        TO LK-MOTIVO
            END-IF.

      *    BIC (ISO 9362): banco 4 letras, pais 2 letras, plaza 2
      *    alfanumericos y oficina opcional de 3 (8 u 11 en total).
       VALIDA-BIC.
            IF LK-VALOR(12:23) NOT = SPACES
                MOVE 'LONGITUD DE BIC NO VALIDA' TO LK-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            IF LK-VALOR(9:3) NOT = SPACES
               AND (LK-VALOR(9:1) = SPACE OR LK-VALOR(10:1) = SPACE
                    OR LK-VALOR(11:1) = SPACE)
                MOVE 'LONGITUD DE BIC NO VALIDA' TO LK-MOTIVO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 11
                MOVE LK-VALOR(WS-IDX:1) TO WS-CARACTER
                PERFORM CLASIFICA-CARACTER
                IF WS-IDX < 7 AND NOT CARACTER-LETRA
                    MOVE 'BANCO O PAIS DEL BIC MAL' TO LK-MOTIVO
                    EXIT PARAGRAPH
                END-IF
                IF CARACTER-OTRO
                   AND NOT (WS-IDX > 8 AND WS-CARACTER = SPACE)
                    MOVE 'CARACTER NO VALIDO EN BIC' TO LK-MOTIVO
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            MOVE 'Y'                    TO LK-RESULTADO.

       CLASIFICA-CARACTER.
            SET CARACTER-OTRO           TO TRUE.
            MOVE ZEROES                 TO WS-VALOR-CARACTER.
            PERFORM VARYING WS-LETRA-IDX FROM 1 BY 1
                    UNTIL WS-LETRA-IDX > 10
                IF WS-DIGITOS(WS-LETRA-IDX:1) = WS-CARACTER
                    SET CARACTER-DIGITO TO TRUE
                    COMPUTE WS-VALOR-CARACTER = WS-LETRA-IDX - 1
                END-IF
            END-PERFORM.
            IF CARACTER-DIGITO
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-LETRA-IDX FROM 1 BY 1
                    UNTIL WS-LETRA-IDX > 26
                IF WS-ALFABETO(WS-LETRA-IDX:1) = WS-CARACTER
                    SET CARACTER-LETRA  TO TRUE
                    COMPUTE WS-VALOR-CARACTER = WS-LETRA-IDX + 9
                END-IF
            END-PERFORM.
