BRAD0510RETERRLG000000012MESES DE RETENCAO DO ERRLOG
BRAD0510RETCADHS000000060MESES DE RETENCAO DO CADHIST
BRAD0510RETRUNST000000024MESES DE RETENCAO DO RUNSTAT
BRAD0580CNPJBASE060746948CNPJ BASE DA INSTITUICAO (CCS)
BRAD0640SAI0310000000001SAIDA RELCLIE NA PASSADA UNICA
BRAD0640SAI0320000000001SAIDA RELDORM NA PASSADA UNICA
BRAD0640SAI0330000000001SAIDA EXTCLIE NA PASSADA UNICA
BRAD0640SAI0340000000001SAIDA RELCONC NA PASSADA UNICA
BRAD0640SAI0360000000001SAIDA RELAUDI NA PASSADA UNICA
BRAD0640SAI0370000000001SAIDA RELDEMO NA PASSADA UNICA
BRAD0640SAI0380000000001SAIDA RELDUPL NA PASSADA UNICA
BRAD0650JANDIAS 000000007DIAS DA JANELA TROCA CONTATO
BRAD0650LIMITE  000000070PONTOS P/ REVISAO DE FRAUDE
BRAD0650PTSEND  000000030PONTOS TROCA DE ENDERECO
BRAD0650PTSFONE 000000025PONTOS TROCA DE TELEFONE
BRAD0650PTSEMAIL000000025PONTOS TROCA DE E-MAIL
BRAD0650PTSPREF 000000010PONTOS TROCA PREFERENCIA
BRAD0650QTDCOMB 000000003CATEGORIAS P/ COMBINACAO
BRAD0650PTSCOMB 000000020PONTOS COMBINACAO
BRAD0650PTSOPUNI000000015PONTOS OPERADOR UNICO
BRAD0650HRINICIO000000008HORA INICIO EXPEDIENTE
BRAD0650HRFIM   000000020HORA FIM EXPEDIENTE
BRAD0650PTSHORA 000000015PONTOS FORA DO HORARIO
BRAD0650QTDMASSA000000010CONTAS P/ OPERADOR EM MASSA
BRAD0650PTSMASSA000000020PONTOS OPERADOR EM MASSA
BRAD0670QTDLENTO000000020QTD INTERACOES MAIS LENTAS
BRAD7410DIASAGMX000000180DIAS MAXIMOS P/ AGENDAMENTO
BRAD0700MESESPF 000000060MESES ENTRE REVISOES - P.FIS.
BRAD0700MESESPJ 000000024MESES ENTRE REVISOES - P.JUR.
BRAD0700PJ00700 000000012MESES REVISAO PJ RAMO 00700
BRAD0700ANTECDIA000000030DIAS DE ANTECEDENCIA DA CARTA
BRAD0700CARENCIA000000090DIAS DE CARENCIA P/ ESCALONAR
BRAD0710FAIXADIG000000003DIGITOS DO CEP P/ FAIXA MALA
BRAD0710MAXLOTE 000000100OBJETOS POR LOTE DA MALA EXTR.
/*
//STEP003  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
