E748ENRecord changed after the request - redo the maintenance.
A866PTNao ha mais pendencias de aprovacao alem desta chave.
A866ENNo more pending approvals beyond this key.
A867PTAtencao: titular falecido ou CNPJ baixado na Receita - nao contatar.
A867ENWarning: holder deceased or CNPJ closed at Receita - do not contact.
A868PTAlteracao efetuada. Atencao: titular falecido ou CNPJ baixado na Receita.
A868ENRecord updated. Warning: holder deceased or CNPJ closed at Receita.
A869PTCliente consta em lista restritiva - manutencao enviada para aprovacao.
A869ENClient found on restricted list - maintenance sent for approval.
A870PTPendencia de lista restritiva - informe A p/ aprovar ou R p/ rejeitar.
A870ENRestricted-list pending item - enter A to approve or R to reject.
A871PTOcorrencia exibida - informe L para liberar apos a analise.
A871ENHit displayed - enter L to clear it after review.
A872PTOcorrencia liberada pelo analista.
A872ENHit cleared by the analyst.
A873PTNao ha mais ocorrencias em analise alem desta chave.
A873ENNo more hits under review beyond this key.
E749PTOcorrencia de lista restritiva nao encontrada.
E749ENRestricted-list hit not found.
E750PTOcorrencia ja liberada anteriormente.
E750ENHit already cleared.
A874PTVinculo exibido - informe I, A ou E na opcao para manter.
A874ENLink displayed - enter I, A or E in the option field to maintain it.
A875PTNao ha mais titulares secundarios nesta conta alem desta chave.
A875ENNo more secondary holders on this account beyond this key.
E751PTVinculo nao encontrado para a conta, CPF/CNPJ e papel informados.
E751ENLink not found for the given account, CPF/CNPJ and role.
E752PTVinculo ja existe para a conta, CPF/CNPJ e papel informados.
E752ENLink already exists for the given account, CPF/CNPJ and role.
E753PTPapel invalido - use T, R, L ou P.
E753ENInvalid role - use T, R, L or P.
E754PTData do vinculo invalida - use AAAAMMDD, com fim nao anterior ao inicio.
E754ENInvalid link date - use YYYYMMDD, with end not before start.
E755PTTitular principal da conta nao pode ser incluido como secundario.
E755ENThe account main holder cannot be added as a secondary holder.
E756PTNome da pessoa vinculada e obrigatorio.
E756ENThe linked person name is required.
A876PTConta re-chaveada no fechamento de agencia - considerada a chave nova.
A876ENAccount re-keyed by an agency closure - its new key was used.
E757PTCPF/CNPJ com caractere invalido - CNPJ aceita so digitos e letras A-Z.
E757ENCPF/CNPJ has an invalid character - CNPJ allows only digits and A-Z.
A877PTRegistro de referencia exibido - informe I, A ou E na acao para manter.
A877ENReference record displayed - enter I, A or E in the action to maintain it.
A878PTInforme o arquivo (PARMCAD, DOMCAD, CALCAD ou DDDCAD), a acao e a chave.
A878ENEnter the file (PARMCAD, DOMCAD, CALCAD or DDDCAD), action and key.
A879PTExclusao efetuada com sucesso.
A879ENRecord successfully deleted.
E758PTArquivo invalido - use PARMCAD, DOMCAD, CALCAD ou DDDCAD.
E758ENInvalid file - use PARMCAD, DOMCAD, CALCAD or DDDCAD.
E759PTRegistro nao encontrado no arquivo de referencia.
E759ENRecord not found in the reference file.
E760PTRegistro ja existe no arquivo de referencia.
E760ENRecord already exists in the reference file.
E761PTChave invalida para o arquivo de referencia informado.
E761ENInvalid key for the given reference file.
E762PTDados invalidos - confira valor, indicador e descricao do arquivo.
E762ENInvalid data - check the value, indicator and description for the file.
E763PTExclusao nao permitida no DOMCAD - altere a situacao para I (inativo).
E763ENDeletion not allowed in DOMCAD - change the status to I (inactive).
A880PTAlteracao agendada - entra em vigor na data de vigencia informada.
A880ENChange scheduled - it takes effect on the given effective date.
A881PTCliente com alteracao agendada - vigencia indicada na tela.
A881ENCustomer has a scheduled change - effective date shown on screen.
E764PTData de vigencia invalida - use AAAAMMDD futura, dentro do prazo maximo.
E764ENInvalid effective date - use a future YYYYMMDD within the maximum term.
E765PTCPF/CNPJ e nome nao podem ser alterados com data de vigencia futura.
E765ENCPF/CNPJ and name cannot be changed with a future effective date.
E766PTJa existe alteracao agendada para a conta nesta data de vigencia.
E766ENA change is already scheduled for the account on this effective date.
E767PTData de vigencia so pode ser informada na alteracao.
E767ENAn effective date may only be given for a change.
A882PTDados confirmados com o cliente - recadastramento registrado.
A882ENData confirmed with the customer - periodic review recorded.
E768PTConfirmacao de dados invalida - informe S ou N.
E768ENInvalid data confirmation - enter S or N.
/*
//STEP003  EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD   SYSOUT=*
