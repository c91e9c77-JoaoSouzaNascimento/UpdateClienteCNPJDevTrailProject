           05 SYS-SYSOUT-SUCESSO-LINHA-4.
              10 FILLER           PIC X(041) 
                 VALUE 'DEVXXP10-TOTAL DE REGISTROS LIDOS......: '.
              10 SYS-REG-LIDOS    PIC Z(008)9.
           05 SYS-SYSOUT-SUCESSO-LINHA-5.
              10 FILLER           PIC X(041) 
                 VALUE 'DEVXXP10-TOTAL DE REGISTROS ATUALIZADOS: '.
              10 SYS-REG-ATUAL    PIC Z(008)9.
           05 SYS-SYSOUT-SUCESSO-LINHA-6.
              10 FILLER           PIC X(041) 
                 VALUE 'DEVXXP10-TOTAL DE REGISTROS DESPREZADOS: '.
              10 SYS-REG-DESP     PIC Z(008)9.
           05 SYS-SYSOUT-ENCERRADO.
              10 FILLER           PIC X(034) 
                 VALUE 'DEVXXP10 - PROCESSAMENTO ENCERRADO'.
