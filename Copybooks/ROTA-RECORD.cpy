      ******************************************************************
      * Layout do cadastro de rotas do transporte escolar (ROTAS.TXT):
      * um registro por rota, com o veiculo (placa), o motorista, a
      * capacidade de passageiros, o turno e as paradas em ordem de
      * passagem (nome do ponto e horario HHMM previsto), mantido pelo
      * PROGARQ024 - substitui as folhas de rota do editor de texto.
      * Os alunos transportados ficam em TRANSPORTE-ALUNOS.TXT (veja
      * PASSAGEIRO-RECORD.CPY), apontando a rota e o numero da parada.
      ******************************************************************
       01 REG-ROTA.
          03 RT-CD-ROTA            PIC X(05).
          03 RT-DESCRICAO          PIC X(30).
          03 RT-PLACA              PIC X(07).
          03 RT-MOTORISTA          PIC X(30).
          03 RT-CAPACIDADE         PIC 9(03).
          03 RT-TURNO              PIC X(01).
             88 RT-MANHA                  VALUE 'M'.
             88 RT-TARDE                  VALUE 'T'.
             88 RT-NOITE                  VALUE 'N'.
          03 RT-SITUACAO           PIC X(01).
             88 RT-ATIVA                  VALUE 'A'.
             88 RT-INATIVA                VALUE 'I'.
          03 RT-QTD-PARADAS        PIC 9(02).
          03 RT-PARADA OCCURS 12 TIMES.
             05 RT-PA-NOME         PIC X(25).
             05 RT-PA-HORARIO      PIC 9(04).
