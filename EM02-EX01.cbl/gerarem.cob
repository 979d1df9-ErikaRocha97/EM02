      *Carteira cumulativa de titulos remetidos ao banco, com o
      *nosso-numero sequencial que o retorno devolve para o
      *casamento; a situacao e "A" (em aberto) na emissao e vira
      *"L" (liquidado) ou "D" (valor divergente) pelo PROCRET, ou
      *"C" (cancelado) pela instrucao de baixa do BAIXAREM
       FD ARQREMES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS  "ARQREMES.DAT".
