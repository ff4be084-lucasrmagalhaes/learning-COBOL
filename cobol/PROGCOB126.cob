       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR: LUCAS  LRM
      * OBJETIVO: COPIA DOS ARQUIVOS DE PRODUCAO PARA O AMBIENTE
      * DE TREINAMENTO COM OS DADOS PESSOAIS EMBARALHADOS PELO
      * PROGCOBMSK - NOMES, CPF/CNPJ (COM DIGITO VALIDO), ENDERECOS,
      * TELEFONES, EMAILS, SALARIOS E DADOS BANCARIOS. A MESMA
      * CHAVE DE EMBARALHAMENTO VALE PARA A RODADA INTEIRA, ENTAO
      * UM CLIENTE OU FUNCIONARIO FICA COM A MESMA IDENTIDADE
      * FALSA EM TODOS OS ARQUIVOS E PEDIDOS, TITULOS E HISTORICOS
      * CONTINUAM BATENDO; OS CODIGOS DE GRUPO ECONOMICO (RAIZ DO
      * CNPJ) ACOMPANHAM A RAIZ EMBARALHADA. OS ARQUIVOS DE
      * PRODUCAO SO SAO ABERTOS PARA LEITURA E O PROGRAMA RECUSA
      * GRAVAR NO DIRETORIO DE PRODUCAO (O DIRETORIO CORRENTE).
      * ARQUIVOS SEM DADO PESSOAL VAO COMO ESTAO, REGISTRO A
      * REGISTRO (OS INDEXADOS COM AS MESMAS CHAVES DA PRODUCAO).
      * ARQUIVO QUE NAO EXISTE NA PRODUCAO (STATUS 35) E CONTADO
      * COMO AUSENTE; QUALQUER OUTRA FALHA E ERRO DA RODADA.
      * NAO SAO COPIADOS, DE PROPOSITO:
      * - RELATORIOS E LISTAGENS (...REL, BALANCETE, DRE, CARTAS,
      *   ROMANEIO, NOTAIMP, PROMOCAO - ESTE COM O NOME DOS ALUNOS -
      *   E SEMELHANTES) - SAO GERADOS DE NOVO NO TREINAMENTO;
      * - LOGS E TRILHAS (AUDITORIA, ERRLOG, RUNLOG, INTLOG,
      *   CHECKPT, TRAVAS, GERCTL, CONTROLE, CLIHISTALT, AJUSTES,
      *   ESTORNOS, PENDAPR) - SAO DA OPERACAO DA PRODUCAO E TRAZEM
      *   OPERADORES E IMAGENS ANTES/DEPOIS REAIS;
      * - CREDENCIAIS E LOGFALHAS - ACESSOS DA PRODUCAO;
      * - CONTATOS - TEXTO LIVRE, QUE NAO DA PARA MASCARAR;
      * - ARQUIVOS DE TROCA COM SISTEMAS DE FORA (REMESSA, RETORNO,
      *   REMPAG, RETPAG, EXTRATO, NFEENV, NFERET, GOVRET, RHIMPORT,
      *   RHRETORNO, FRETEEDI, FATTRANSP, CARRSTAT, CLILOTE, NEGEXP,
      *   MALADIR, INTERFAC, FOLHABAN, FERBAN, FOLHA13, FGTSDEP,
      *   DIRF, VTCOMPRA) - SAO DE UM DIA E DE UM PARCEIRO REAL;
      * - DERIVADOS DA FOLHA (BENMES, DECIMO13, FERPAG, FGTSMOV,
      *   FGTSSLD, RETROATIVO, RESCISAO, CONTRACHEQ) - A FOLHA DO
      *   TREINAMENTO GERA DE NOVO A PARTIR DO CADASTRO MASCARADO;
      * - PARAMETROS DE UMA RODADA (RELPARM, PURGEPRM), A FILA DE
      *   RELATORIOS (FILAREL, FILAUSU) E AS SIMULACOES - SAO
      *   PEDIDOS DOS USUARIOS DA PRODUCAO;
      * - ARQUIVOS DE TRABALHO DAS CONVERSOES (...NOVO) E DOS
      *   PROGRAMAS DE EXERCICIO (PARES, RESULTADOS, TABUADAS..,
      *   RELAUMESTRUTURADO, RHIMPORTDANTE)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PRODUCAO SO EM LEITURA E TODOS DIVIDEM O MESMO STATUS, ASSIM
      * COMO AS COPIAS DE TREINAMENTO, QUE SAO ABERTAS UMA DE CADA
      * VEZ NO NOME MONTADO EM WRK-ARQ-TREINO
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNC-MATRICULA
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT FORNECEDORES ASSIGN TO "FORNECEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FORN-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               ALTERNATE RECORD KEY IS PED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ENDENTREGA ASSIGN TO "ENDENTREGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT NEGATIV ASSIGN TO "NEGATIV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PREFAVISO ASSIGN TO "PREFAVISO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CLIENTE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ALUNOS ASSIGN TO "ALUNOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT VENDEDORES ASSIGN TO "VENDEDORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VDR-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT FOLHAHIST ASSIGN TO "FOLHAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT GRUPOS ASSIGN TO "GRUPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRP-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT GRPMEMB ASSIGN TO "GRPMEMB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRM-CLIENTE
               ALTERNATE RECORD KEY IS GRM-GRUPO WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT DEPENDENTES ASSIGN TO "DEPENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT SALHIST ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT NOTIFICA ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT GOVEVT ASSIGN TO "GOVEVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT CLIHIST ASSIGN TO "CLIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT HISTESC ASSIGN TO "HISTESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

      * ARQUIVOS COPIADOS COMO ESTAO - OS SEQUENCIAIS SAO ABERTOS UM
      * DE CADA VEZ NO NOME DA LISTA, EM WRK-ARQ-NOME
           SELECT ORIGSEQ ASSIGN TO WRK-ARQ-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PRODUTOS ASSIGN TO "PRODUTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ESTOQUE ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT CONTASREC ASSIGN TO "CONTASREC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               ALTERNATE RECORD KEY IS REC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT CONTASPAG ASSIGN TO "CONTASPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT VENDASDIA ASSIGN TO "VENDASDIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDA-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT VENDIT ASSIGN TO "VENDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VENDIT-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT LOJAS ASSIGN TO "LOJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJA-NUMERO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-ANOMES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT SALDOS ASSIGN TO "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT KITCOMP ASSIGN TO "KITCOMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PRECOS ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREC-CHAVE
               ALTERNATE RECORD KEY IS PREC-PRODUTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT LISTAPRC ASSIGN TO "LISTAPRC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPRC-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ACORDOS ASSIGN TO "ACORDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-NUMERO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PEDCOMPRA ASSIGN TO "PEDCOMPRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCOM-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PONTOS ASSIGN TO "PONTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTS-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT CREDITOS ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CLIENTE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT MENSTAB ASSIGN TO "MENSTAB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTB-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT OCORRENC ASSIGN TO "OCORRENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCO-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT CARNES ASSIGN TO "CARNES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRN-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT BENEFICIOS ASSIGN TO "BENEFICIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT VERBAS ASSIGN TO "VERBAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRB-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ATIVOS ASSIGN TO "ATIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATV-NUMERO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT APLICACOES ASSIGN TO "APLICACOES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ORCITEM ASSIGN TO "ORCITEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORCIT-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PENDENC ASSIGN TO "PENDENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT TRANSF ASSIGN TO "TRANSF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT INVENT ASSIGN TO "INVENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PREVISAO ASSIGN TO "PREVISAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREV-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT TURMASEQ ASSIGN TO "TURMASEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSQ-TURMA
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ALIQRET ASSIGN TO "ALIQRET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALQ-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ATVCLASSE ASSIGN TO "ATVCLASSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACL-CODIGO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT COMISPAG ASSIGN TO "COMISPAG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-VENDEDOR WITH DUPLICATES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT FRETDISP ASSIGN TO "FRETDISP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CHAVE
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT INVLOJA ASSIGN TO "INVLOJA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVL-LOJA
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT NFESIT ASSIGN TO "NFESIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFE-NOTA
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT ORCAM ASSIGN TO "ORCAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT PISCOFSLD ASSIGN TO "PISCOFSLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSL-ANOMES
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT FECHANO ASSIGN TO "FECHANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCA-ANO
               FILE STATUS IS WRK-FS-ORIGEM.

           SELECT TCLIENTES ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCLI-NUMERO
               ALTERNATE RECORD KEY IS TCLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS TCLI-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TFUNCIONARIOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFUNC-MATRICULA
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TFORNECEDORES ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFORN-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPEDIDOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPED-NUMERO
               ALTERNATE RECORD KEY IS TPED-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS TPED-DATA WITH DUPLICATES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TENDENTREGA ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TENT-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TNEGATIV ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNEG-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPREFAVISO ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPRF-CLIENTE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TALUNOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TALU-MATRICULA
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TVENDEDORES ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVDR-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TFOLHAHIST ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THST-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TGRUPOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TGRP-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TGRPMEMB ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TGRM-CLIENTE
               ALTERNATE RECORD KEY IS TGRM-GRUPO WITH DUPLICATES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPRODUTOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPROD-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TESTOQUE ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEST-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TCONTASREC ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TREC-CHAVE
               ALTERNATE RECORD KEY IS TREC-CLIENTE WITH DUPLICATES
               ALTERNATE RECORD KEY IS TREC-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TCONTASPAG ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPAG-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TVENDASDIA ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVENDA-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TVENDIT ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVENDIT-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TLOJAS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLOJA-NUMERO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPERIODOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPER-ANOMES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TSALDOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSLD-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TDEPTOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDPT-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TKITCOMP ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKIT-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPRECOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPREC-CHAVE
               ALTERNATE RECORD KEY IS TPREC-PRODUTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TLISTAPRC ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLPRC-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TACORDOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TACO-NUMERO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPEDCOMPRA ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPCOM-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPONTOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPTS-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TCREDITOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCRD-CLIENTE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TMENSTAB ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMTB-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TOCORRENC ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOCO-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TCARNES ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCRN-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TBENEFICIOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TBEN-MATRICULA
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TVERBAS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVRB-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TATIVOS ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TATV-NUMERO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TAPLICACOES ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAPL-NUMERO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TORCITEM ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TORCIT-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPENDENC ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPEND-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TTRANSF ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTRF-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TINVENT ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TINV-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPREVISAO ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPREV-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TTURMASEQ ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTSQ-TURMA
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TALIQRET ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TALQ-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TATVCLASSE ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TACL-CODIGO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TCOMISPAG ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCMP-CHAVE
               ALTERNATE RECORD KEY IS TCMP-VENDEDOR WITH DUPLICATES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TFRETDISP ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDSP-CHAVE
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TINVLOJA ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TINVL-LOJA
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TNFESIT ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TNFE-NOTA
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TORCAM ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TORC-NUMERO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TPISCOFSLD ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPSL-ANOMES
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TFECHANO ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFCA-ANO
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT TSEQUENCIAL ASSIGN TO WRK-ARQ-TREINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DESTINO.

           SELECT RUNLOG ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREG.

       FD  FUNCIONARIOS.
           COPY FUNCREG.

       FD  FORNECEDORES.
           COPY FORNREG.

       FD  PEDIDOS.
           COPY PEDREG.

       FD  ENDENTREGA.
           COPY ENTREG.

       FD  NEGATIV.
           COPY NEGREG.

       FD  PREFAVISO.
           COPY PRFREG.

       FD  ALUNOS.
           COPY ALUREG.

       FD  VENDEDORES.
           COPY VDRREG.

       FD  FOLHAHIST.
           COPY HSTREG.

       FD  GRUPOS.
           COPY GRPREG.

       FD  GRPMEMB.
           COPY GRPMREG.

       FD  DEPENDENTES.
       01  DEPENDENTE-REG.
           02  DEP-MATRICULA       PIC 9(06).
           02  DEP-NOME            PIC X(30).
           02  DEP-NASCIMENTO      PIC 9(08).
           02  DEP-PARENTESCO      PIC X(01).

       FD  SALHIST.
       01  SALHIST-REG.
           02  SALH-MATRICULA      PIC 9(06).
           02  SALH-DATA           PIC 9(08).
           02  SALH-HORA           PIC 9(08).
           02  SALH-SAL-ANTES      PIC 9(08).
           02  SALH-SAL-DEPOIS     PIC 9(08).
           02  SALH-MOTIVO         PIC X(03).
           02  SALH-OPERADOR       PIC X(20).

       FD  NOTIFICA.
           COPY NTFREG.

       FD  GOVEVT.
       01  GOVEVT-REG.
           02  GOV-TIPO            PIC X(01).
               88  GOV-ADMISSAO        VALUE 'A'.
               88  GOV-DESLIGAMENTO    VALUE 'D'.
           02  GOV-MATRICULA       PIC 9(06).
           02  GOV-CPF             PIC X(11).
           02  GOV-DATA-EVENTO     PIC 9(08).
           02  GOV-DATA-ADMISSAO   PIC 9(08).
           02  GOV-SALARIO         PIC 9(08).
           02  GOV-RESPOSTA        PIC X(01).
           02  GOV-RESCISAO.
               03  GOV-TIPO-RESCISAO   PIC X(01).
               03  GOV-VALOR-RESCISAO  PIC 9(08)V99.
               03  GOV-MULTA-FGTS      PIC 9(08)V99.

      * MESMO LAYOUT DO CADASTRO DE CLIENTES (CLI-REGISTRO)
       FD  CLIHIST.
       01  CLIHIST-REG             PIC X(163).

       FD  HISTESC.
       01  HISTESC-LINHA.
           02  HISTESC-TIPO        PIC X(07).
               88  HISTESC-ALUNO       VALUE 'ALUNO: '.
           02  HISTESC-MATRICULA   PIC 9(06).
           02  FILLER              PIC X(01).
           02  HISTESC-NOME        PIC X(30).
           02  FILLER              PIC X(56).

       FD  ORIGSEQ.
       01  ORIGSEQ-REG             PIC X(200).

       FD  PRODUTOS.
           COPY PRODREG.

       FD  ESTOQUE.
           COPY ESTREG.

       FD  CONTASREC.
           COPY RECREG.

       FD  CONTASPAG.
           COPY PAGREG.

       FD  VENDASDIA.
           COPY VENDREG.

       FD  VENDIT.
           COPY VENDITRG.

       FD  LOJAS.
           COPY LOJREG.

       FD  PERIODOS.
           COPY PERREG.

       FD  SALDOS.
           COPY SLDREG.

       FD  DEPTOS.
           COPY DPTREG.

       FD  KITCOMP.
           COPY KITREG.

       FD  PRECOS.
           COPY PRECREG.

       FD  LISTAPRC.
           COPY LPRCREG.

       FD  ACORDOS.
           COPY ACOREG.

       FD  PEDCOMPRA.
           COPY PCOMREG.

       FD  PONTOS.
           COPY PTSREG.

       FD  CREDITOS.
           COPY CRDREG.

       FD  MENSTAB.
       01  MTB-REG.
           02  MTB-CHAVE.
               03  MTB-TURMA        PIC X(03).
               03  MTB-ANO          PIC 9(04).
           02  MTB-VALOR            PIC 9(06)V99.
           02  MTB-DIA-VENCIMENTO   PIC 9(02).
           02  MTB-DESC-IRMAO       PIC 9(02)V99.

       FD  OCORRENC.
           COPY OCOREG.

       FD  CARNES.
           COPY CRNREG.

       FD  BENEFICIOS.
           COPY BENREG.

       FD  VERBAS.
           COPY VRBREG.

       FD  ATIVOS.
           COPY ATVREG.

       FD  APLICACOES.
           COPY APLREG.

       FD  ORCITEM.
           COPY ORCITREG.

       FD  PENDENC.
           COPY PENDREG.

       FD  TRANSF.
           COPY TRFREG.

       FD  INVENT.
           COPY INVREG.

       FD  PREVISAO.
           COPY PRVREG.

       FD  TURMASEQ.
           COPY TSQREG.

       FD  ALIQRET.
           COPY ALQREG.

       FD  ATVCLASSE.
           COPY ATCREG.

       FD  COMISPAG.
           COPY CMPREG.

       FD  FRETDISP.
           COPY DSPREG.

       FD  INVLOJA.
           COPY INVLREG.

       FD  NFESIT.
           COPY NFEREG.

       FD  ORCAM.
           COPY ORCREG.

       FD  PISCOFSLD.
       01  PSL-REG.
           02  PSL-ANOMES          PIC 9(06).
           02  PSL-SALDO-PIS       PIC 9(10)V99.
           02  PSL-SALDO-COFINS    PIC 9(10)V99.
           02  PSL-DATA-APURACAO   PIC 9(08).

       FD  FECHANO.
           COPY FCAREG.

      * COPIAS DE TREINAMENTO - SO AS CHAVES SAO DESCRITAS; O
      * REGISTRO E GRAVADO A PARTIR DO LAYOUT DE PRODUCAO
       FD  TCLIENTES.
       01  TCLI-REG.
           02  TCLI-NUMERO         PIC 9(06).
           02  TCLI-NOME           PIC X(30).
           02  TCLI-DOCUMENTO      PIC X(14).
           02  FILLER              PIC X(113).

       FD  TFUNCIONARIOS.
       01  TFUNC-REG.
           02  TFUNC-MATRICULA     PIC 9(06).
           02  FILLER              PIC X(69).

       FD  TFORNECEDORES.
       01  TFORN-REG.
           02  TFORN-CODIGO        PIC 9(06).
           02  FILLER              PIC X(67).

       FD  TPEDIDOS.
       01  TPED-REG.
           02  TPED-NUMERO         PIC 9(08).
           02  TPED-CLIENTE        PIC 9(06).
           02  TPED-DATA           PIC 9(08).
           02  FILLER              PIC X(147).

       FD  TENDENTREGA.
       01  TENT-REG.
           02  TENT-CHAVE          PIC X(08).
           02  FILLER              PIC X(92).

       FD  TNEGATIV.
       01  TNEG-REG.
           02  TNEG-CHAVE          PIC X(10).
           02  FILLER              PIC X(56).

       FD  TPREFAVISO.
       01  TPRF-REG.
           02  TPRF-CLIENTE        PIC 9(06).
           02  FILLER              PIC X(85).

       FD  TALUNOS.
       01  TALU-REG.
           02  TALU-MATRICULA      PIC 9(06).
           02  FILLER              PIC X(42).

       FD  TVENDEDORES.
       01  TVDR-REG.
           02  TVDR-CODIGO         PIC 9(04).
           02  FILLER              PIC X(35).

       FD  TFOLHAHIST.
       01  THST-REG.
           02  THST-CHAVE          PIC X(12).
           02  FILLER              PIC X(105).

       FD  TGRUPOS.
       01  TGRP-REG.
           02  TGRP-CODIGO         PIC 9(08).
           02  FILLER              PIC X(51).

       FD  TGRPMEMB.
       01  TGRM-REG.
           02  TGRM-CLIENTE        PIC 9(06).
           02  TGRM-GRUPO          PIC 9(08).
           02  FILLER              PIC X(09).

       FD  TPRODUTOS.
       01  TPROD-REG.
           02  TPROD-CODIGO        PIC X(10).
           02  FILLER              PIC X(56).

       FD  TESTOQUE.
       01  TEST-REG.
           02  TEST-CHAVE          PIC X(13).
           02  FILLER              PIC X(12).

       FD  TCONTASREC.
       01  TREC-REG.
           02  TREC-CHAVE          PIC X(10).
           02  TREC-CLIENTE        PIC 9(06).
           02  FILLER              PIC X(18).
           02  TREC-VENCIMENTO     PIC 9(08).
           02  FILLER              PIC X(81).

       FD  TCONTASPAG.
       01  TPAG-REG.
           02  TPAG-CHAVE          PIC X(16).
           02  FILLER              PIC X(85).

       FD  TVENDASDIA.
       01  TVENDA-REG.
           02  TVENDA-CHAVE        PIC X(11).
           02  FILLER              PIC X(13).

       FD  TVENDIT.
       01  TVENDIT-REG.
           02  TVENDIT-CHAVE       PIC X(12).
           02  FILLER              PIC X(58).

       FD  TLOJAS.
       01  TLOJA-REG.
           02  TLOJA-NUMERO        PIC 9(03).
           02  FILLER              PIC X(87).

       FD  TPERIODOS.
       01  TPER-REG.
           02  TPER-ANOMES         PIC 9(06).
           02  FILLER              PIC X(77).

       FD  TSALDOS.
       01  TSLD-REG.
           02  TSLD-CHAVE          PIC X(10).
           02  FILLER              PIC X(22).

       FD  TDEPTOS.
       01  TDPT-REG.
           02  TDPT-CODIGO         PIC X(03).
           02  FILLER              PIC X(43).

       FD  TKITCOMP.
       01  TKIT-REG.
           02  TKIT-CHAVE          PIC X(20).
           02  FILLER              PIC X(05).

       FD  TPRECOS.
       01  TPREC-REG.
           02  TPREC-CHAVE.
               03  FILLER          PIC X(06).
               03  TPREC-PRODUTO   PIC X(10).
           02  FILLER              PIC X(08).

       FD  TLISTAPRC.
       01  TLPRC-REG.
           02  TLPRC-CODIGO        PIC X(06).
           02  FILLER              PIC X(52).

       FD  TACORDOS.
       01  TACO-REG.
           02  TACO-NUMERO         PIC 9(06).
           02  FILLER              PIC X(110).

       FD  TPEDCOMPRA.
       01  TPCOM-REG.
           02  TPCOM-CHAVE         PIC X(08).
           02  FILLER              PIC X(62).

       FD  TPONTOS.
       01  TPTS-REG.
           02  TPTS-CHAVE          PIC X(16).
           02  FILLER              PIC X(49).

       FD  TCREDITOS.
       01  TCRD-REG.
           02  TCRD-CLIENTE        PIC 9(06).
           02  FILLER              PIC X(12).

       FD  TMENSTAB.
       01  TMTB-REG.
           02  TMTB-CHAVE          PIC X(07).
           02  FILLER              PIC X(14).

       FD  TOCORRENC.
       01  TOCO-REG.
           02  TOCO-CHAVE          PIC X(11).
           02  FILLER              PIC X(75).

       FD  TCARNES.
       01  TCRN-REG.
           02  TCRN-CHAVE          PIC X(10).
           02  FILLER              PIC X(24).

       FD  TBENEFICIOS.
       01  TBEN-REG.
           02  TBEN-MATRICULA      PIC 9(06).
           02  FILLER              PIC X(23).

       FD  TVERBAS.
       01  TVRB-REG.
           02  TVRB-CHAVE          PIC X(16).
           02  FILLER              PIC X(144).

       FD  TATIVOS.
       01  TATV-REG.
           02  TATV-NUMERO         PIC 9(06).
           02  FILLER              PIC X(111).

       FD  TAPLICACOES.
       01  TAPL-REG.
           02  TAPL-NUMERO         PIC 9(06).
           02  FILLER              PIC X(151).

       FD  TORCITEM.
       01  TORCIT-REG.
           02  TORCIT-CHAVE        PIC X(11).
           02  FILLER              PIC X(39).

       FD  TPENDENC.
       01  TPEND-REG.
           02  TPEND-CHAVE         PIC X(11).
           02  FILLER              PIC X(75).

       FD  TTRANSF.
       01  TTRF-REG.
           02  TTRF-CHAVE          PIC X(08).
           02  FILLER              PIC X(38).

       FD  TINVENT.
       01  TINV-REG.
           02  TINV-CHAVE          PIC X(13).
           02  FILLER              PIC X(23).

       FD  TPREVISAO.
       01  TPREV-REG.
           02  TPREV-CHAVE         PIC X(09).
           02  FILLER              PIC X(89).

       FD  TTURMASEQ.
       01  TTSQ-REG.
           02  TTSQ-TURMA          PIC X(03).
           02  FILLER              PIC X(03).

       FD  TALIQRET.
       01  TALQ-REG.
           02  TALQ-CHAVE          PIC X(10).
           02  FILLER              PIC X(50).

       FD  TATVCLASSE.
       01  TACL-REG.
           02  TACL-CODIGO         PIC X(03).
           02  FILLER              PIC X(55).

       FD  TCOMISPAG.
       01  TCMP-REG.
           02  TCMP-CHAVE          PIC X(10).
           02  TCMP-VENDEDOR       PIC 9(04).
           02  FILLER              PIC X(62).

       FD  TFRETDISP.
       01  TDSP-REG.
           02  TDSP-CHAVE          PIC X(20).
           02  FILLER              PIC X(67).

       FD  TINVLOJA.
       01  TINVL-REG.
           02  TINVL-LOJA          PIC 9(03).
           02  FILLER              PIC X(45).

       FD  TNFESIT.
       01  TNFE-REG.
           02  TNFE-NOTA           PIC 9(08).
           02  FILLER              PIC X(205).

       FD  TORCAM.
       01  TORC-REG.
           02  TORC-NUMERO         PIC 9(08).
           02  FILLER              PIC X(100).

       FD  TPISCOFSLD.
       01  TPSL-REG.
           02  TPSL-ANOMES         PIC 9(06).
           02  FILLER              PIC X(32).

       FD  TFECHANO.
       01  TFCA-REG.
           02  TFCA-ANO            PIC 9(04).
           02  FILLER              PIC X(143).

       FD  TSEQUENCIAL.
       01  TSEQ-REG                PIC X(200).

       FD  RUNLOG.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       77 WRK-FS-ORIGEM        PIC X(02)      VALUE SPACES.
       77 WRK-FS-DESTINO       PIC X(02)      VALUE SPACES.
       77 WRK-FS-RUNLOG        PIC X(02)      VALUE SPACES.
       77 WRK-EOF-ARQ          PIC X(01)      VALUE 'N'.
           88 WRK-FIM-ARQ             VALUE 'S'.
       77 WRK-TIPO-COPIA       PIC X(01)      VALUE 'C'.
           88 WRK-COPIA-DIRETA        VALUE 'C'.
           88 WRK-COPIA-MASCARADA     VALUE 'M'.
       77 WRK-DESTINO          PIC X(01)      VALUE 'N'.
           88 WRK-DESTINO-OK          VALUE 'S'.
       77 WRK-STATUS-OPER      PIC X(01)      VALUE 'S'.
       77 WRK-DATASYS          PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-INICIO      PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-FIM         PIC 9(08)      VALUE ZEROS.
       77 WRK-DIR-TREINO       PIC X(80)      VALUE SPACES.
       77 WRK-DIR-PRODUCAO     PIC X(80)      VALUE SPACES.
       77 WRK-ARQ-NOME         PIC X(16)      VALUE SPACES.
       77 WRK-ARQ-TREINO       PIC X(100)     VALUE SPACES.
       77 WRK-TAM              PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-ESPACOS       PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-PONTOS        PIC 9(03)      VALUE ZEROS.
       77 WRK-IND              PIC 9(03)      VALUE ZEROS.
       77 WRK-CALC             PIC 9(15)      VALUE ZEROS.
       77 WRK-QUOC             PIC 9(15)      VALUE ZEROS.
       77 WRK-QT-LIDOS         PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-REJEITADOS    PIC 9(07)      VALUE ZEROS.
       77 WRK-QT-COPIADOS      PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-MASCARADOS    PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-AUSENTES      PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-ERROS         PIC 9(03)      VALUE ZEROS.
       77 WRK-QT-REGISTROS     PIC 9(07)      VALUE ZEROS.
       77 WRK-DOC-RAIZ         PIC X(14)      VALUE SPACES.
       77 WRK-TRAVA-FUNCAO     PIC X(01)      VALUE SPACES.
       77 WRK-TRAVA-PROGRAMA   PIC X(15)      VALUE 'PROGCOB126'.
       77 WRK-TRAVA-RECURSO    PIC X(15)      VALUE SPACES.
       77 WRK-TRAVA-OK-FLAG    PIC X(01)      VALUE 'N'.
           88 WRK-TRAVA-OK            VALUE 'S'.
       01 WRK-MSK-AREA.
           02 WRK-MSK-FUNCAO       PIC X(01).
           02 WRK-MSK-SEMENTE      PIC 9(09).
           02 WRK-MSK-PESSOA       PIC 9(08).
           02 WRK-MSK-TEXTO        PIC X(40).
           02 WRK-MSK-VALOR        PIC 9(10)V99.
           02 WRK-MSK-RETORNO      PIC X(01).
       01 WRK-COPIA-LISTA.
           02 FILLER       PIC X(16)       VALUE
               'CONDPAG.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'ENCARGOS.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'METPAG.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'LANCTOS.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'PLANOCTA.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'CALEND.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'FERIADOS.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'FAIXAS.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'INSS.DAT        '.
           02 FILLER       PIC X(16)       VALUE
               'IRRF.DAT        '.
           02 FILLER       PIC X(16)       VALUE
               'ICMSUF.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'PRAZOENT.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'CEPDIR.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'TARIFAS.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'FRETES.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'TAXAS.DAT       '.
           02 FILLER       PIC X(16)       VALUE
               'METAS.DAT       '.
           02 FILLER       PIC X(16)       VALUE
               'ACORDPAR.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'RASTREIO.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'MATRICULAS.DAT  '.
           02 FILLER       PIC X(16)       VALUE
               'TURMA.DAT       '.
           02 FILLER       PIC X(16)       VALUE
               'NOTAS.DAT       '.
           02 FILLER       PIC X(16)       VALUE
               'DESCONTOS.DAT   '.
           02 FILLER       PIC X(16)       VALUE
               'PONTO.DAT       '.
           02 FILLER       PIC X(16)       VALUE
               'HORASMES.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'COMPROM.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'GERACOES.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'PTSMOV.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'FERIAS.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'ORCAMENTO.DAT   '.
           02 FILLER       PIC X(16)       VALUE
               'LGPDREQ.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'WEBPED.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'CAIXADIA.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'CREDAPL.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'CREDNOTAS.DAT   '.
           02 FILLER       PIC X(16)       VALUE
               'PENDENTES.DAT   '.
           02 FILLER       PIC X(16)       VALUE
               'NFCTRL.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'ORCCTRL.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'PCCTRL.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'ROMCTRL.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'TRFCTRL.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'FISCAL.DAT      '.
           02 FILLER       PIC X(16)       VALUE
               'FRETEPAR.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'INFLACAO.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'PERDAPAR.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'PISCOFPAR.DAT   '.
           02 FILLER       PIC X(16)       VALUE
               'PONTOSPAR.DAT   '.
           02 FILLER       PIC X(16)       VALUE
               'RETENCAO.DAT    '.
           02 FILLER       PIC X(16)       VALUE
               'TIMEOUT.DAT     '.
           02 FILLER       PIC X(16)       VALUE
               'VERBAPAR.DAT    '.
       01 WRK-COPIA-TAB REDEFINES WRK-COPIA-LISTA.
           02 WRK-COPIA-ARQ    PIC X(16)       OCCURS 50.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-INICIAR.
           IF WRK-DESTINO-OK
               PERFORM 1000-COPIAR-SEM-MASCARA
               PERFORM 2000-COPIAR-MASCARADOS
               DISPLAY 'COPIADOS: ' WRK-QT-COPIADOS
                   '  MASCARADOS: ' WRK-QT-MASCARADOS
                   '  AUSENTES: ' WRK-QT-AUSENTES
                   '  COM ERRO: ' WRK-QT-ERROS
               IF WRK-QT-ERROS > ZEROS
                   MOVE 'E' TO WRK-STATUS-OPER
               END-IF
           END-IF.
           PERFORM 0900-GRAVAR-RUNLOG.
           STOP RUN.

       0100-INICIAR.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           ACCEPT WRK-DATASYS FROM DATE YYYYMMDD.
           DISPLAY 'COPIA MASCARADA PARA TREINAMENTO - ' WRK-DATASYS.
           DISPLAY 'DIRETORIO DE TREINAMENTO (CAMINHO COMPLETO): '.
           ACCEPT WRK-DIR-TREINO.
           PERFORM 0200-VALIDAR-DESTINO.
           IF WRK-DESTINO-OK
               DISPLAY 'CHAVE DE EMBARALHAMENTO (0 = GERAR): '
               ACCEPT WRK-MSK-SEMENTE
      * A MESMA CHAVE NUMA NOVA CARGA REPETE AS MESMAS IDENTIDADES
               IF WRK-MSK-SEMENTE EQUAL ZEROS
                   COMPUTE WRK-CALC = WRK-DATASYS * 100
                       + WRK-HORA-INICIO
                   DIVIDE WRK-CALC BY 999999937 GIVING WRK-QUOC
                       REMAINDER WRK-MSK-SEMENTE
                   DISPLAY 'CHAVE GERADA: ' WRK-MSK-SEMENTE
                       ' - ANOTAR PARA AS PROXIMAS CARGAS'
               END-IF
               CALL 'CBL_CREATE_DIR' USING WRK-DIR-TREINO
               IF RETURN-CODE EQUAL ZEROS
                   DISPLAY 'DIRETORIO CRIADO: ' WRK-DIR-TREINO
               ELSE
                   DISPLAY 'DIRETORIO JA EXISTENTE - OS ARQUIVOS '
                       'SERAO SUBSTITUIDOS'
               END-IF
           END-IF.

      * O DESTINO TEM DE SER UM CAMINHO COMPLETO, SEM '..', SEM
      * ESPACOS E DIFERENTE DO DIRETORIO CORRENTE, ONDE ESTAO OS
      * ARQUIVOS DE PRODUCAO
       0200-VALIDAR-DESTINO.
           MOVE 'S' TO WRK-DESTINO.
           MOVE ZEROS TO WRK-QT-ESPACOS.
           INSPECT WRK-DIR-TREINO TALLYING WRK-QT-ESPACOS
               FOR TRAILING SPACES.
           COMPUTE WRK-TAM = 80 - WRK-QT-ESPACOS.
           IF WRK-TAM > 1
               IF WRK-DIR-TREINO(WRK-TAM:1) EQUAL '/'
                   MOVE SPACE TO WRK-DIR-TREINO(WRK-TAM:1)
                   SUBTRACT 1 FROM WRK-TAM
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-QT-PONTOS.
           MOVE ZEROS TO WRK-QT-ESPACOS.
           IF WRK-TAM > ZEROS
               INSPECT WRK-DIR-TREINO(1:WRK-TAM) TALLYING
                   WRK-QT-PONTOS FOR ALL '..'
                   WRK-QT-ESPACOS FOR ALL SPACE
           END-IF.
           CALL 'CBL_GET_CURRENT_DIR' USING BY VALUE 0
               BY VALUE 80 BY REFERENCE WRK-DIR-PRODUCAO.
           EVALUATE TRUE
               WHEN WRK-TAM EQUAL ZEROS
                   MOVE 'N' TO WRK-DESTINO
                   DISPLAY 'DIRETORIO NAO INFORMADO'
               WHEN WRK-DIR-TREINO(1:1) NOT EQUAL '/'
                   MOVE 'N' TO WRK-DESTINO
                   DISPLAY 'INFORMAR O CAMINHO COMPLETO, A PARTIR '
                       'DE /'
               WHEN WRK-QT-PONTOS > ZEROS
                       OR WRK-QT-ESPACOS > ZEROS
                   MOVE 'N' TO WRK-DESTINO
                   DISPLAY 'CAMINHO COM .. OU ESPACOS NAO E ACEITO'
               WHEN WRK-TAM EQUAL 1
                   MOVE 'N' TO WRK-DESTINO
                   DISPLAY 'DIRETORIO RAIZ NAO E ACEITO'
               WHEN WRK-DIR-TREINO EQUAL WRK-DIR-PRODUCAO
                       OR WRK-DIR-PRODUCAO EQUAL SPACES
                   MOVE 'N' TO WRK-DESTINO
                   DISPLAY 'DESTINO E O DIRETORIO DE PRODUCAO - '
                       'COPIA RECUSADA'
           END-EVALUATE.
           IF NOT WRK-DESTINO-OK
               MOVE 'E' TO WRK-STATUS-OPER
           END-IF.

      * ARQUIVOS SEM DADO PESSOAL - COPIA REGISTRO A REGISTRO
       1000-COPIAR-SEM-MASCARA.
           SET WRK-COPIA-DIRETA TO TRUE.
           PERFORM VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 50
               MOVE WRK-COPIA-ARQ(WRK-IND) TO WRK-ARQ-NOME
               PERFORM 1100-COPIAR-SEQUENCIAL
           END-PERFORM.
           PERFORM 1200-COPIAR-INDEXADOS.

       1100-COPIAR-SEQUENCIAL.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT ORIGSEQ.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TSEQUENCIAL
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ ORIGSEQ
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               WRITE TSEQ-REG FROM ORIGSEQ-REG
                       END-READ
                   END-PERFORM
                   CLOSE TSEQUENCIAL
               END-IF
               CLOSE ORIGSEQ
           END-IF.
           PERFORM 2700-RESULTADO.

      * INDEXADOS - CADA UM NO SEU PAR DE ARQUIVOS, PARA A COPIA
      * SAIR COM AS MESMAS CHAVES (E ALTERNATIVAS) DA PRODUCAO
       1200-COPIAR-INDEXADOS.
           PERFORM 1210-PRODUTOS.
           PERFORM 1220-ESTOQUE.
           PERFORM 1230-CONTASREC.
           PERFORM 1240-CONTASPAG.
           PERFORM 1250-VENDASDIA.
           PERFORM 1260-VENDIT.
           PERFORM 1270-LOJAS.
           PERFORM 1280-PERIODOS.
           PERFORM 1290-SALDOS.
           PERFORM 1300-DEPTOS.
           PERFORM 1310-KITCOMP.
           PERFORM 1320-PRECOS.
           PERFORM 1330-LISTAPRC.
           PERFORM 1340-ACORDOS.
           PERFORM 1350-PEDCOMPRA.
           PERFORM 1360-PONTOS.
           PERFORM 1370-CREDITOS.
           PERFORM 1380-MENSTAB.
           PERFORM 1390-OCORRENC.
           PERFORM 1400-CARNES.
           PERFORM 1410-BENEFICIOS.
           PERFORM 1420-VERBAS.
           PERFORM 1430-ATIVOS.
           PERFORM 1440-APLICACOES.
           PERFORM 1450-ORCITEM.
           PERFORM 1460-PENDENC.
           PERFORM 1470-TRANSF.
           PERFORM 1480-INVENT.
           PERFORM 1490-PREVISAO.
           PERFORM 1500-TURMASEQ.
           PERFORM 1510-ALIQRET.
           PERFORM 1520-ATVCLASSE.
           PERFORM 1530-COMISPAG.
           PERFORM 1540-FRETDISP.
           PERFORM 1550-INVLOJA.
           PERFORM 1560-NFESIT.
           PERFORM 1570-ORCAM.
           PERFORM 1580-PISCOFSLD.
           PERFORM 1590-FECHANO.

       1210-PRODUTOS.
           MOVE 'PRODUTOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PRODUTOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPRODUTOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PRODUTOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPROD-REG FROM PROD-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPRODUTOS
                   END-IF
                   CLOSE PRODUTOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1220-ESTOQUE.
           MOVE 'ESTOQUE.DAT' TO WRK-ARQ-NOME.
           MOVE 'ESTOQUE' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ESTOQUE
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TESTOQUE
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ESTOQUE NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TEST-REG FROM EST-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TESTOQUE
                   END-IF
                   CLOSE ESTOQUE
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1230-CONTASREC.
           MOVE 'CONTASREC.DAT' TO WRK-ARQ-NOME.
           MOVE 'CONTASREC' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CONTASREC
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TCONTASREC
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ CONTASREC NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TREC-REG FROM REC-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TCONTASREC
                   END-IF
                   CLOSE CONTASREC
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1240-CONTASPAG.
           MOVE 'CONTASPAG.DAT' TO WRK-ARQ-NOME.
           MOVE 'CONTASPAG' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CONTASPAG
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TCONTASPAG
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ CONTASPAG NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPAG-REG FROM PAG-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TCONTASPAG
                   END-IF
                   CLOSE CONTASPAG
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1250-VENDASDIA.
           MOVE 'VENDASDIA.DAT' TO WRK-ARQ-NOME.
           MOVE 'VENDAS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT VENDASDIA
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TVENDASDIA
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ VENDASDIA NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TVENDA-REG FROM VENDA-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TVENDASDIA
                   END-IF
                   CLOSE VENDASDIA
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1260-VENDIT.
           MOVE 'VENDIT.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT VENDIT
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TVENDIT
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ VENDIT NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TVENDIT-REG FROM VENDIT-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TVENDIT
                   END-IF
                   CLOSE VENDIT
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1270-LOJAS.
           MOVE 'LOJAS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT LOJAS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TLOJAS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ LOJAS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TLOJA-REG FROM LOJA-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TLOJAS
                   END-IF
                   CLOSE LOJAS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1280-PERIODOS.
           MOVE 'PERIODOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PERIODOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPERIODOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PERIODOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPER-REG FROM PER-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPERIODOS
                   END-IF
                   CLOSE PERIODOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1290-SALDOS.
           MOVE 'SALDOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT SALDOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TSALDOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ SALDOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TSLD-REG FROM SLD-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TSALDOS
                   END-IF
                   CLOSE SALDOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1300-DEPTOS.
           MOVE 'DEPTOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT DEPTOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TDEPTOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ DEPTOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TDPT-REG FROM DPT-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TDEPTOS
                   END-IF
                   CLOSE DEPTOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1310-KITCOMP.
           MOVE 'KITCOMP.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT KITCOMP
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TKITCOMP
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ KITCOMP NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TKIT-REG FROM KIT-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TKITCOMP
                   END-IF
                   CLOSE KITCOMP
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1320-PRECOS.
           MOVE 'PRECOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PRECOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPRECOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PRECOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPREC-REG FROM PREC-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPRECOS
                   END-IF
                   CLOSE PRECOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1330-LISTAPRC.
           MOVE 'LISTAPRC.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT LISTAPRC
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TLISTAPRC
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ LISTAPRC NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TLPRC-REG FROM LPRC-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TLISTAPRC
                   END-IF
                   CLOSE LISTAPRC
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1340-ACORDOS.
           MOVE 'ACORDOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ACORDOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TACORDOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ACORDOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TACO-REG FROM ACO-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TACORDOS
                   END-IF
                   CLOSE ACORDOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1350-PEDCOMPRA.
           MOVE 'PEDCOMPRA.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PEDCOMPRA
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPEDCOMPRA
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PEDCOMPRA NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPCOM-REG FROM PCOM-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPEDCOMPRA
                   END-IF
                   CLOSE PEDCOMPRA
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1360-PONTOS.
           MOVE 'PONTOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PONTOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPONTOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PONTOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPTS-REG FROM PTS-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPONTOS
                   END-IF
                   CLOSE PONTOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1370-CREDITOS.
           MOVE 'CREDITOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CREDITOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TCREDITOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ CREDITOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TCRD-REG FROM CRD-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TCREDITOS
                   END-IF
                   CLOSE CREDITOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1380-MENSTAB.
           MOVE 'MENSTAB.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT MENSTAB
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TMENSTAB
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ MENSTAB NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TMTB-REG FROM MTB-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TMENSTAB
                   END-IF
                   CLOSE MENSTAB
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1390-OCORRENC.
           MOVE 'OCORRENC.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT OCORRENC
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TOCORRENC
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ OCORRENC NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TOCO-REG FROM OCO-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TOCORRENC
                   END-IF
                   CLOSE OCORRENC
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1400-CARNES.
           MOVE 'CARNES.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CARNES
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TCARNES
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ CARNES NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TCRN-REG FROM CRN-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TCARNES
                   END-IF
                   CLOSE CARNES
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1410-BENEFICIOS.
           MOVE 'BENEFICIOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT BENEFICIOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TBENEFICIOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ BENEFICIOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TBEN-REG FROM BEN-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TBENEFICIOS
                   END-IF
                   CLOSE BENEFICIOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1420-VERBAS.
           MOVE 'VERBAS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT VERBAS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TVERBAS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ VERBAS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TVRB-REG FROM VRB-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TVERBAS
                   END-IF
                   CLOSE VERBAS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1430-ATIVOS.
           MOVE 'ATIVOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ATIVOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TATIVOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ATIVOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TATV-REG FROM ATV-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TATIVOS
                   END-IF
                   CLOSE ATIVOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1440-APLICACOES.
           MOVE 'APLICACOES.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT APLICACOES
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TAPLICACOES
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ APLICACOES NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TAPL-REG FROM APL-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TAPLICACOES
                   END-IF
                   CLOSE APLICACOES
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1450-ORCITEM.
           MOVE 'ORCITEM.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ORCITEM
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TORCITEM
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ORCITEM NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TORCIT-REG FROM ORCIT-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TORCITEM
                   END-IF
                   CLOSE ORCITEM
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1460-PENDENC.
           MOVE 'PENDENC.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PENDENC
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPENDENC
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PENDENC NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPEND-REG FROM PEND-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPENDENC
                   END-IF
                   CLOSE PENDENC
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1470-TRANSF.
           MOVE 'TRANSF.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT TRANSF
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TTRANSF
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ TRANSF NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TTRF-REG FROM TRF-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TTRANSF
                   END-IF
                   CLOSE TRANSF
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1480-INVENT.
           MOVE 'INVENT.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT INVENT
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TINVENT
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ INVENT NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TINV-REG FROM INV-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TINVENT
                   END-IF
                   CLOSE INVENT
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1490-PREVISAO.
           MOVE 'PREVISAO.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PREVISAO
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPREVISAO
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PREVISAO NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPREV-REG FROM PREV-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPREVISAO
                   END-IF
                   CLOSE PREVISAO
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1500-TURMASEQ.
           MOVE 'TURMASEQ.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT TURMASEQ
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TTURMASEQ
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ TURMASEQ NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TTSQ-REG FROM TSQ-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TTURMASEQ
                   END-IF
                   CLOSE TURMASEQ
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1510-ALIQRET.
           MOVE 'ALIQRET.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ALIQRET
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TALIQRET
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ALIQRET NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TALQ-REG FROM ALQ-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TALIQRET
                   END-IF
                   CLOSE ALIQRET
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1520-ATVCLASSE.
           MOVE 'ATVCLASSE.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ATVCLASSE
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TATVCLASSE
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ATVCLASSE NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TACL-REG FROM ACL-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TATVCLASSE
                   END-IF
                   CLOSE ATVCLASSE
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1530-COMISPAG.
           MOVE 'COMISPAG.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT COMISPAG
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TCOMISPAG
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ COMISPAG NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TCMP-REG FROM CMP-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TCOMISPAG
                   END-IF
                   CLOSE COMISPAG
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1540-FRETDISP.
           MOVE 'FRETDISP.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT FRETDISP
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TFRETDISP
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ FRETDISP NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TDSP-REG FROM DSP-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TFRETDISP
                   END-IF
                   CLOSE FRETDISP
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1550-INVLOJA.
           MOVE 'INVLOJA.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT INVLOJA
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TINVLOJA
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ INVLOJA NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TINVL-REG FROM INVL-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TINVLOJA
                   END-IF
                   CLOSE INVLOJA
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1560-NFESIT.
           MOVE 'NFESIT.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT NFESIT
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TNFESIT
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ NFESIT NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TNFE-REG FROM NFE-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TNFESIT
                   END-IF
                   CLOSE NFESIT
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1570-ORCAM.
           MOVE 'ORCAM.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT ORCAM
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TORCAM
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ ORCAM NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TORC-REG FROM ORC-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TORCAM
                   END-IF
                   CLOSE ORCAM
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1580-PISCOFSLD.
           MOVE 'PISCOFSLD.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PISCOFSLD
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPISCOFSLD
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PISCOFSLD NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TPSL-REG FROM PSL-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPISCOFSLD
                   END-IF
                   CLOSE PISCOFSLD
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       1590-FECHANO.
           MOVE 'FECHANO.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT FECHANO
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TFECHANO
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ FECHANO NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   WRITE TFCA-REG FROM FCA-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TFECHANO
                   END-IF
                   CLOSE FECHANO
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.


       2000-COPIAR-MASCARADOS.
           SET WRK-COPIA-MASCARADA TO TRUE.
           PERFORM 3100-CLIENTES.
           PERFORM 3200-FUNCIONARIOS.
           PERFORM 3300-FORNECEDORES.
           PERFORM 3400-PEDIDOS.
           PERFORM 3500-ENDENTREGA.
           PERFORM 3600-NEGATIV.
           PERFORM 3700-PREFAVISO.
           PERFORM 3800-ALUNOS.
           PERFORM 3900-VENDEDORES.
           PERFORM 4000-FOLHAHIST.
           PERFORM 4100-GRUPOS.
           PERFORM 4200-GRPMEMB.
           PERFORM 4300-DEPENDENTES.
           PERFORM 4400-SALHIST.
           PERFORM 4500-NOTIFICA.
           PERFORM 4600-GOVEVT.
           PERFORM 4700-CLIHIST.
           PERFORM 4800-HISTESC.

      * RESULTADO DE CADA ARQUIVO PELOS STATUS DA ABERTURA DE
      * PRODUCAO E DA COPIA DE TREINAMENTO
       2700-RESULTADO.
           EVALUATE TRUE
               WHEN WRK-FS-ORIGEM EQUAL '35'
                   ADD 1 TO WRK-QT-AUSENTES
                   DISPLAY '  AUSENTE    ' WRK-ARQ-NOME
               WHEN WRK-FS-ORIGEM NOT EQUAL '00'
                       AND WRK-FS-ORIGEM NOT EQUAL '10'
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - FS PRODUCAO: ' WRK-FS-ORIGEM
               WHEN WRK-FS-DESTINO NOT EQUAL '00'
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - FS TREINAMENTO: ' WRK-FS-DESTINO
               WHEN WRK-QT-REJEITADOS > ZEROS
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  ERRO       ' WRK-ARQ-NOME
                       ' - ' WRK-QT-REJEITADOS ' REGISTROS REJEITADOS'
               WHEN WRK-COPIA-DIRETA
                   ADD 1 TO WRK-QT-COPIADOS
                   DISPLAY '  COPIADO    ' WRK-ARQ-NOME
                       ' - ' WRK-QT-LIDOS ' REGISTROS'
               WHEN OTHER
                   ADD 1 TO WRK-QT-MASCARADOS
                   DISPLAY '  MASCARADO  ' WRK-ARQ-NOME
                       ' - ' WRK-QT-LIDOS ' REGISTROS'
           END-EVALUATE.
           ADD WRK-QT-LIDOS TO WRK-QT-REGISTROS.

      * O ARQUIVO FICA TRAVADO COM OS MESMOS RECURSOS DO PROGCOB26
      * ENQUANTO E LIDO, PARA A COPIA NAO PEGAR UMA ATUALIZACAO
      * PELA METADE
       2800-TRAVAR.
           MOVE ZEROS TO WRK-QT-LIDOS.
           MOVE ZEROS TO WRK-QT-REJEITADOS.
           MOVE '00' TO WRK-FS-DESTINO.
           MOVE 'N' TO WRK-EOF-ARQ.
           IF WRK-TRAVA-RECURSO EQUAL SPACES
               MOVE 'S' TO WRK-TRAVA-OK-FLAG
           ELSE
               MOVE 'R' TO WRK-TRAVA-FUNCAO
               CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
                   WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                   WRK-TRAVA-OK-FLAG
               IF NOT WRK-TRAVA-OK
                   ADD 1 TO WRK-QT-ERROS
                   DISPLAY '  EM USO     ' WRK-ARQ-NOME
                       ' - RECURSO ' WRK-TRAVA-RECURSO
                       ' TRAVADO POR OUTRA SESSAO'
               END-IF
           END-IF.

       2850-LIBERAR.
           IF WRK-TRAVA-RECURSO NOT EQUAL SPACES
               MOVE 'L' TO WRK-TRAVA-FUNCAO
               CALL 'PROGCOBTRAVA' USING WRK-TRAVA-FUNCAO
                   WRK-TRAVA-PROGRAMA WRK-TRAVA-RECURSO
                   WRK-TRAVA-OK-FLAG
           END-IF.

       2900-MONTAR-DESTINO.
           MOVE SPACES TO WRK-ARQ-TREINO.
           STRING WRK-DIR-TREINO DELIMITED BY SPACE
               '/' DELIMITED BY SIZE
               WRK-ARQ-NOME DELIMITED BY SPACE
               INTO WRK-ARQ-TREINO.

       3100-CLIENTES.
           MOVE 'CLIENTES.DAT' TO WRK-ARQ-NOME.
           MOVE 'CLIENTES' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CLIENTES
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TCLIENTES
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ CLIENTES NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   PERFORM 3110-MASCARAR-CLIENTE
                                   WRITE TCLI-REG FROM CLI-REGISTRO
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TCLIENTES
                   END-IF
                   CLOSE CLIENTES
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

      * O NOME FALSO SAI DO NUMERO DO CLIENTE, QUE E O QUE O LIGA
      * AOS AVISOS; DOCUMENTO, ENDERECO E TELEFONE SAEM DO PROPRIO
      * VALOR, QUE SE REPETE NOS OUTROS ARQUIVOS
       3110-MASCARAR-CLIENTE.
           IF CLI-NOME NOT EQUAL SPACES
               MOVE SPACES TO WRK-MSK-TEXTO
               STRING 'CLIENTE ' CLI-NUMERO DELIMITED BY SIZE
                   INTO WRK-MSK-TEXTO
               MOVE 'N' TO WRK-MSK-FUNCAO
               PERFORM 5000-MASCARAR
               MOVE WRK-MSK-TEXTO TO CLI-NOME
           END-IF.
           MOVE CLI-DOCUMENTO TO WRK-MSK-TEXTO.
           MOVE 'D' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO CLI-DOCUMENTO.
           MOVE CLI-LOGRADOURO TO WRK-MSK-TEXTO.
           MOVE 'L' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO CLI-LOGRADOURO.
           MOVE CLI-TELEFONE TO WRK-MSK-TEXTO.
           MOVE 'T' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO CLI-TELEFONE.

       3200-FUNCIONARIOS.
           MOVE 'FUNCIONARIOS.DAT' TO WRK-ARQ-NOME.
           MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT FUNCIONARIOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TFUNCIONARIOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ FUNCIONARIOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   PERFORM 3210-MASCARAR-FUNC
                                   WRITE TFUNC-REG FROM FUNC-REG-ARQ
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TFUNCIONARIOS
                   END-IF
                   CLOSE FUNCIONARIOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       3210-MASCARAR-FUNC.
           IF FUNC-NOME NOT EQUAL SPACES
               MOVE SPACES TO WRK-MSK-TEXTO
               STRING 'FUNCIONARIO ' FUNC-MATRICULA DELIMITED BY SIZE
                   INTO WRK-MSK-TEXTO
               MOVE 'N' TO WRK-MSK-FUNCAO
               PERFORM 5000-MASCARAR
               MOVE WRK-MSK-TEXTO TO FUNC-NOME
           END-IF.
           MOVE FUNC-CPF TO WRK-MSK-TEXTO.
           MOVE 'D' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO FUNC-CPF.
           MOVE FUNC-MATRICULA TO WRK-MSK-PESSOA.
           MOVE FUNC-SALARIO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO FUNC-SALARIO.

      * O NOME DO FORNECEDOR E DE EMPRESA E FICA COMO ESTA
       3300-FORNECEDORES.
           MOVE 'FORNECEDORES.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT FORNECEDORES.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TFORNECEDORES
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ FORNECEDORES NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               MOVE FORN-CNPJ TO WRK-MSK-TEXTO
                               MOVE 'D' TO WRK-MSK-FUNCAO
                               PERFORM 5000-MASCARAR
                               MOVE WRK-MSK-TEXTO TO FORN-CNPJ
                               MOVE FORN-DADOS-BANCARIOS TO
                                   WRK-MSK-TEXTO
                               MOVE 'B' TO WRK-MSK-FUNCAO
                               PERFORM 5000-MASCARAR
                               MOVE WRK-MSK-TEXTO TO
                                   FORN-DADOS-BANCARIOS
                               WRITE TFORN-REG FROM FORN-REG
                                   INVALID KEY
                                       ADD 1 TO WRK-QT-REJEITADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TFORNECEDORES
               END-IF
               CLOSE FORNECEDORES
           END-IF.
           PERFORM 2700-RESULTADO.

       3400-PEDIDOS.
           MOVE 'PEDIDOS.DAT' TO WRK-ARQ-NOME.
           MOVE 'VENDAS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT PEDIDOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TPEDIDOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ PEDIDOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   MOVE PED-ENT-LOGRADOURO TO
                                       WRK-MSK-TEXTO
                                   MOVE 'L' TO WRK-MSK-FUNCAO
                                   PERFORM 5000-MASCARAR
                                   MOVE WRK-MSK-TEXTO TO
                                       PED-ENT-LOGRADOURO
                                   WRITE TPED-REG FROM PEDIDO-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TPEDIDOS
                   END-IF
                   CLOSE PEDIDOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       3500-ENDENTREGA.
           MOVE 'ENDENTREGA.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT ENDENTREGA.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TENDENTREGA
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ ENDENTREGA NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               MOVE ENT-LOGRADOURO TO WRK-MSK-TEXTO
                               MOVE 'L' TO WRK-MSK-FUNCAO
                               PERFORM 5000-MASCARAR
                               MOVE WRK-MSK-TEXTO TO ENT-LOGRADOURO
                               WRITE TENT-REG FROM ENT-REG
                                   INVALID KEY
                                       ADD 1 TO WRK-QT-REJEITADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TENDENTREGA
               END-IF
               CLOSE ENDENTREGA
           END-IF.
           PERFORM 2700-RESULTADO.

       3600-NEGATIV.
           MOVE 'NEGATIV.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT NEGATIV.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TNEGATIV
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ NEGATIV NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               MOVE NEG-DOCUMENTO TO WRK-MSK-TEXTO
                               MOVE 'D' TO WRK-MSK-FUNCAO
                               PERFORM 5000-MASCARAR
                               MOVE WRK-MSK-TEXTO TO NEG-DOCUMENTO
                               WRITE TNEG-REG FROM NEG-REG
                                   INVALID KEY
                                       ADD 1 TO WRK-QT-REJEITADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TNEGATIV
               END-IF
               CLOSE NEGATIV
           END-IF.
           PERFORM 2700-RESULTADO.

       3700-PREFAVISO.
           MOVE 'PREFAVISO.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT PREFAVISO.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TPREFAVISO
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ PREFAVISO NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               MOVE PRF-EMAIL TO WRK-MSK-TEXTO
                               MOVE 'E' TO WRK-MSK-FUNCAO
                               PERFORM 5000-MASCARAR
                               MOVE WRK-MSK-TEXTO TO PRF-EMAIL
                               MOVE PRF-CELULAR TO WRK-MSK-TEXTO
                               MOVE 'T' TO WRK-MSK-FUNCAO
                               PERFORM 5000-MASCARAR
                               MOVE WRK-MSK-TEXTO TO PRF-CELULAR
                               WRITE TPRF-REG FROM PRF-REG
                                   INVALID KEY
                                       ADD 1 TO WRK-QT-REJEITADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TPREFAVISO
               END-IF
               CLOSE PREFAVISO
           END-IF.
           PERFORM 2700-RESULTADO.

       3800-ALUNOS.
           MOVE 'ALUNOS.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT ALUNOS.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TALUNOS
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ ALUNOS NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               IF ALU-NOME NOT EQUAL SPACES
                                   MOVE SPACES TO WRK-MSK-TEXTO
                                   STRING 'ALUNO ' ALU-MATRICULA
                                       DELIMITED BY SIZE
                                       INTO WRK-MSK-TEXTO
                                   MOVE 'N' TO WRK-MSK-FUNCAO
                                   PERFORM 5000-MASCARAR
                                   MOVE WRK-MSK-TEXTO TO ALU-NOME
                               END-IF
                               WRITE TALU-REG FROM ALU-REG
                                   INVALID KEY
                                       ADD 1 TO WRK-QT-REJEITADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TALUNOS
               END-IF
               CLOSE ALUNOS
           END-IF.
           PERFORM 2700-RESULTADO.

       3900-VENDEDORES.
           MOVE 'VENDEDORES.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT VENDEDORES.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TVENDEDORES
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ VENDEDORES NEXT RECORD
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               IF VDR-NOME NOT EQUAL SPACES
                                   MOVE SPACES TO WRK-MSK-TEXTO
                                   STRING 'VENDEDOR ' VDR-CODIGO
                                       DELIMITED BY SIZE
                                       INTO WRK-MSK-TEXTO
                                   MOVE 'N' TO WRK-MSK-FUNCAO
                                   PERFORM 5000-MASCARAR
                                   MOVE WRK-MSK-TEXTO TO VDR-NOME
                               END-IF
                               WRITE TVDR-REG FROM VDR-REG
                                   INVALID KEY
                                       ADD 1 TO WRK-QT-REJEITADOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE TVENDEDORES
               END-IF
               CLOSE VENDEDORES
           END-IF.
           PERFORM 2700-RESULTADO.

      * HISTORICO DA FOLHA - TODOS OS VALORES PELO FATOR DO
      * FUNCIONARIO, O MESMO APLICADO AO SALARIO DO CADASTRO
       4000-FOLHAHIST.
           MOVE 'FOLHAHIST.DAT' TO WRK-ARQ-NOME.
           MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT FOLHAHIST
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TFOLHAHIST
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ FOLHAHIST NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   PERFORM 4010-MASCARAR-HIST
                                   WRITE THST-REG FROM HST-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TFOLHAHIST
                   END-IF
                   CLOSE FOLHAHIST
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       4010-MASCARAR-HIST.
           MOVE HST-MATRICULA TO WRK-MSK-PESSOA.
           MOVE HST-SALARIO-BASE TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-SALARIO-BASE.
           MOVE HST-BRUTO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-BRUTO.
           MOVE HST-INSS TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-INSS.
           MOVE HST-IRRF TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-IRRF.
           MOVE HST-DESCONTOS TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-DESCONTOS.
           MOVE HST-LIQUIDO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-LIQUIDO.
           MOVE HST-RETROATIVO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-RETROATIVO.
           MOVE HST-INSS-RETRO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-INSS-RETRO.
           MOVE HST-IRRF-RETRO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO HST-IRRF-RETRO.

      * O CODIGO DO GRUPO E A RAIZ DO CNPJ - SEGUE A MESMA RAIZ
      * EMBARALHADA DOS CLIENTES PARA A ATRIBUICAO AUTOMATICA
      * CONTINUAR BATENDO NO TREINAMENTO
       4100-GRUPOS.
           MOVE 'GRUPOS.DAT' TO WRK-ARQ-NOME.
           MOVE 'CLIENTES' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT GRUPOS
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TGRUPOS
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ GRUPOS NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   MOVE GRP-CODIGO TO WRK-DOC-RAIZ
                                   PERFORM 5200-MASCARAR-RAIZ
                                   MOVE WRK-DOC-RAIZ(1:8) TO
                                       GRP-CODIGO
                                   WRITE TGRP-REG FROM GRP-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TGRUPOS
                   END-IF
                   CLOSE GRUPOS
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       4200-GRPMEMB.
           MOVE 'GRPMEMB.DAT' TO WRK-ARQ-NOME.
           MOVE 'CLIENTES' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT GRPMEMB
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TGRPMEMB
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ GRPMEMB NEXT RECORD
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   MOVE GRM-GRUPO TO WRK-DOC-RAIZ
                                   PERFORM 5200-MASCARAR-RAIZ
                                   MOVE WRK-DOC-RAIZ(1:8) TO
                                       GRM-GRUPO
                                   WRITE TGRM-REG FROM GRM-REG
                                       INVALID KEY
                                           ADD 1 TO WRK-QT-REJEITADOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                       CLOSE TGRPMEMB
                   END-IF
                   CLOSE GRPMEMB
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       4300-DEPENDENTES.
           MOVE 'DEPENDENTES.DAT' TO WRK-ARQ-NOME.
           MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT DEPENDENTES
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TSEQUENCIAL
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ DEPENDENTES
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   PERFORM 4310-MASCARAR-DEPENDENTE
                                   WRITE TSEQ-REG FROM DEPENDENTE-REG
                           END-READ
                       END-PERFORM
                       CLOSE TSEQUENCIAL
                   END-IF
                   CLOSE DEPENDENTES
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       4310-MASCARAR-DEPENDENTE.
           IF DEP-NOME NOT EQUAL SPACES
               MOVE SPACES TO WRK-MSK-TEXTO
               STRING DEP-MATRICULA ' ' DEP-NOME DELIMITED BY SIZE
                   INTO WRK-MSK-TEXTO
               MOVE 'N' TO WRK-MSK-FUNCAO
               PERFORM 5000-MASCARAR
               MOVE WRK-MSK-TEXTO TO DEP-NOME
           END-IF.

       4400-SALHIST.
           MOVE 'SALHIST.DAT' TO WRK-ARQ-NOME.
           MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT SALHIST
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TSEQUENCIAL
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ SALHIST
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   MOVE SALH-MATRICULA TO
                                       WRK-MSK-PESSOA
                                   MOVE SALH-SAL-ANTES TO
                                       WRK-MSK-VALOR
                                   PERFORM 5100-MASCARAR-VALOR
                                   MOVE WRK-MSK-VALOR TO
                                       SALH-SAL-ANTES
                                   MOVE SALH-SAL-DEPOIS TO
                                       WRK-MSK-VALOR
                                   PERFORM 5100-MASCARAR-VALOR
                                   MOVE WRK-MSK-VALOR TO
                                       SALH-SAL-DEPOIS
                                   WRITE TSEQ-REG FROM SALHIST-REG
                           END-READ
                       END-PERFORM
                       CLOSE TSEQUENCIAL
                   END-IF
                   CLOSE SALHIST
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

      * AVISOS AO CLIENTE - NOME PELO NUMERO DO CLIENTE, EMAIL E
      * CELULAR PELO VALOR, IGUAIS AOS DO CADASTRO DE PREFERENCIAS
       4500-NOTIFICA.
           MOVE 'NOTIFICA.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT NOTIFICA.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TSEQUENCIAL
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ NOTIFICA
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               PERFORM 4510-MASCARAR-AVISO
                               WRITE TSEQ-REG FROM NTF-REG
                       END-READ
                   END-PERFORM
                   CLOSE TSEQUENCIAL
               END-IF
               CLOSE NOTIFICA
           END-IF.
           PERFORM 2700-RESULTADO.

       4510-MASCARAR-AVISO.
           IF NTF-NOME NOT EQUAL SPACES
               MOVE SPACES TO WRK-MSK-TEXTO
               STRING 'CLIENTE ' NTF-CLIENTE DELIMITED BY SIZE
                   INTO WRK-MSK-TEXTO
               MOVE 'N' TO WRK-MSK-FUNCAO
               PERFORM 5000-MASCARAR
               MOVE WRK-MSK-TEXTO TO NTF-NOME
           END-IF.
           MOVE NTF-EMAIL TO WRK-MSK-TEXTO.
           MOVE 'E' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO NTF-EMAIL.
           MOVE NTF-CELULAR TO WRK-MSK-TEXTO.
           MOVE 'T' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO NTF-CELULAR.

      * EVENTOS DO REGISTRO DE EMPREGO - CPF E VALORES IGUAIS AOS
      * DO CADASTRO E DA FOLHA MASCARADOS
       4600-GOVEVT.
           MOVE 'GOVEVT.DAT' TO WRK-ARQ-NOME.
           MOVE 'FUNCIONARIOS' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT GOVEVT
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TSEQUENCIAL
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ GOVEVT
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   PERFORM 4610-MASCARAR-EVENTO
                                   WRITE TSEQ-REG FROM GOVEVT-REG
                           END-READ
                       END-PERFORM
                       CLOSE TSEQUENCIAL
                   END-IF
                   CLOSE GOVEVT
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

       4610-MASCARAR-EVENTO.
           MOVE GOV-CPF TO WRK-MSK-TEXTO.
           MOVE 'D' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO TO GOV-CPF.
           MOVE GOV-MATRICULA TO WRK-MSK-PESSOA.
           MOVE GOV-SALARIO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO GOV-SALARIO.
           MOVE GOV-VALOR-RESCISAO TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO GOV-VALOR-RESCISAO.
           MOVE GOV-MULTA-FGTS TO WRK-MSK-VALOR.
           PERFORM 5100-MASCARAR-VALOR.
           MOVE WRK-MSK-VALOR TO GOV-MULTA-FGTS.

      * HISTORICO DO CADASTRO DE CLIENTES - CADA LINHA E UM
      * CLI-REGISTRO E RECEBE A MESMA MASCARA DO CADASTRO
       4700-CLIHIST.
           MOVE 'CLIHIST.DAT' TO WRK-ARQ-NOME.
           MOVE 'CLIENTES' TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           IF WRK-TRAVA-OK
               OPEN INPUT CLIHIST
               IF WRK-FS-ORIGEM EQUAL '00'
                   OPEN OUTPUT TSEQUENCIAL
                   IF WRK-FS-DESTINO EQUAL '00'
                       PERFORM UNTIL WRK-FIM-ARQ
                           READ CLIHIST
                               AT END
                                   SET WRK-FIM-ARQ TO TRUE
                               NOT AT END
                                   ADD 1 TO WRK-QT-LIDOS
                                   MOVE CLIHIST-REG TO CLI-REGISTRO
                                   PERFORM 3110-MASCARAR-CLIENTE
                                   WRITE TSEQ-REG FROM CLI-REGISTRO
                           END-READ
                       END-PERFORM
                       CLOSE TSEQUENCIAL
                   END-IF
                   CLOSE CLIHIST
               END-IF
               PERFORM 2700-RESULTADO
               PERFORM 2850-LIBERAR
           END-IF.

      * HISTORICO ESCOLAR - SO A LINHA DO ALUNO TEM DADO PESSOAL;
      * O NOME FALSO SAI DA MATRICULA, IGUAL AO DO CADASTRO
       4800-HISTESC.
           MOVE 'HISTESC.DAT' TO WRK-ARQ-NOME.
           MOVE SPACES TO WRK-TRAVA-RECURSO.
           PERFORM 2900-MONTAR-DESTINO.
           PERFORM 2800-TRAVAR.
           OPEN INPUT HISTESC.
           IF WRK-FS-ORIGEM EQUAL '00'
               OPEN OUTPUT TSEQUENCIAL
               IF WRK-FS-DESTINO EQUAL '00'
                   PERFORM UNTIL WRK-FIM-ARQ
                       READ HISTESC
                           AT END
                               SET WRK-FIM-ARQ TO TRUE
                           NOT AT END
                               ADD 1 TO WRK-QT-LIDOS
                               IF HISTESC-ALUNO
                                   PERFORM 4810-MASCARAR-ALUNO
                               END-IF
                               WRITE TSEQ-REG FROM HISTESC-LINHA
                       END-READ
                   END-PERFORM
                   CLOSE TSEQUENCIAL
               END-IF
               CLOSE HISTESC
           END-IF.
           PERFORM 2700-RESULTADO.

       4810-MASCARAR-ALUNO.
           IF HISTESC-NOME NOT EQUAL SPACES
               MOVE SPACES TO WRK-MSK-TEXTO
               STRING 'ALUNO ' HISTESC-MATRICULA DELIMITED BY SIZE
                   INTO WRK-MSK-TEXTO
               MOVE 'N' TO WRK-MSK-FUNCAO
               PERFORM 5000-MASCARAR
               MOVE WRK-MSK-TEXTO TO HISTESC-NOME
           END-IF.

       5000-MASCARAR.
           CALL 'PROGCOBMSK' USING WRK-MSK-AREA.

       5100-MASCARAR-VALOR.
           MOVE 'V' TO WRK-MSK-FUNCAO.
           MOVE SPACES TO WRK-MSK-TEXTO.
           CALL 'PROGCOBMSK' USING WRK-MSK-AREA.

      * A RAIZ DE 8 DIGITOS VAI COMO CNPJ DA MATRIZ - O PROGCOBMSK
      * EMBARALHA A RAIZ SEM OLHAR A FILIAL E OS DIGITOS, ENTAO O
      * RESULTADO E A MESMA RAIZ QUE OS CLIENTES DO GRUPO RECEBEM
       5200-MASCARAR-RAIZ.
           MOVE '000100' TO WRK-DOC-RAIZ(9:6).
           MOVE WRK-DOC-RAIZ TO WRK-MSK-TEXTO.
           MOVE 'D' TO WRK-MSK-FUNCAO.
           PERFORM 5000-MASCARAR.
           MOVE WRK-MSK-TEXTO(1:14) TO WRK-DOC-RAIZ.

       0900-GRAVAR-RUNLOG.
           ACCEPT WRK-HORA-FIM FROM TIME.
           OPEN EXTEND RUNLOG.
           IF WRK-FS-RUNLOG EQUAL '35'
               OPEN OUTPUT RUNLOG
           END-IF.
           MOVE SPACES TO RUNLOG-REG.
           MOVE 'PROGCOB126' TO RUNLOG-PROGRAMA.
           MOVE WRK-DATASYS TO RUNLOG-DATA.
           MOVE WRK-HORA-INICIO TO RUNLOG-HORA-INICIO.
           MOVE WRK-HORA-FIM TO RUNLOG-HORA-FIM.
           MOVE WRK-QT-REGISTROS TO RUNLOG-QTDE-REGISTROS.
           IF WRK-STATUS-OPER EQUAL 'E'
               SET RUNLOG-STATUS-ERRO TO TRUE
           ELSE
               SET RUNLOG-STATUS-OK TO TRUE
           END-IF.
           WRITE RUNLOG-REG.
           CLOSE RUNLOG.
