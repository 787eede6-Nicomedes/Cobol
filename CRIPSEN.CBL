      $SET ACCEPTREFRESH
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CRIPSEN.
       AUTHOR.           TAKATO.
      *    ****************************************************
      *    *  CIFRA DA SENHA DO OPERADOR: DEVOLVE UM CODIGO   *
      *    *  NUMERICO DE 12 DIGITOS CALCULADO SOBRE A SENHA  *
      *    *  E O CODIGO DO OPERADOR. O CADASTRO GUARDA SO O  *
      *    *  CODIGO; NO SIGN-ON A SENHA DIGITADA E CIFRADA   *
      *    *  DE NOVO E OS DOIS CODIGOS SAO COMPARADOS. O     *
      *    *  CODIGO DO OPERADOR ENTRA NO CALCULO PARA DUAS   *
      *    *  SENHAS IGUAIS NAO GERAREM O MESMO CODIGO        *
      *    ****************************************************
      *    CHAMADO PELO MENUPROD E PELO CNVOPER:
      *    CALL "CRIPSEN" USING OPERADOR SENHA CODIGO-CIFRADO
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  W-BX                PIC  9(2)  VALUE ZERO.
       77  W-PASSADA           PIC  9     VALUE ZERO.
       77  W-ACUMULADO         PIC  9(15) VALUE ZERO.
       77  W-PRIMO             PIC  9(12) VALUE 999999999989.
       LINKAGE SECTION.
       01  CRP-OPERADOR        PIC  X(12).
       01  CRP-SENHA           PIC  X(8).
       01  CRP-CIFRADO         PIC  9(12).
       PROCEDURE DIVISION USING CRP-OPERADOR CRP-SENHA CRP-CIFRADO.
       INICIO.
           MOVE  7  TO  W-ACUMULADO
           PERFORM CIFRAR-PASSADA
                   VARYING W-PASSADA FROM 1 BY 1 UNTIL W-PASSADA > 3.
           MOVE  W-ACUMULADO  TO  CRP-CIFRADO.
           GOBACK.

      *  TRES PASSADAS: SENHA, OPERADOR E SENHA DE NOVO, PARA CADA
      *  CARACTER DA SENHA INFLUIR EM TODO O CODIGO.
       CIFRAR-PASSADA.
           IF  W-PASSADA = 2
               PERFORM SOMAR-OPERADOR
                       VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 12
           ELSE
               PERFORM SOMAR-SENHA
                       VARYING W-BX FROM 1 BY 1 UNTIL W-BX > 8
           END-IF.
       SOMAR-SENHA.
           COMPUTE W-ACUMULADO = FUNCTION MOD
                   (W-ACUMULADO * 131
                    + FUNCTION ORD (CRP-SENHA (W-BX:1))
                      * (W-BX + 17 * W-PASSADA), W-PRIMO).
       SOMAR-OPERADOR.
           COMPUTE W-ACUMULADO = FUNCTION MOD
                   (W-ACUMULADO * 131
                    + FUNCTION ORD (CRP-OPERADOR (W-BX:1)), W-PRIMO).
