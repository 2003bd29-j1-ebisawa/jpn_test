           05  FILLER   PIC X(14)  VALUE "RUNCTX.CPY".
           05  FILLER   PIC X(14)  VALUE "UTILTAB.CPY".
           05  FILLER   PIC X(14)  VALUE "CUSTREC.CPY".
           05  FILLER   PIC X(14)  VALUE "CUSTMSL.CPY".
           05  FILLER   PIC X(14)  VALUE "CUSTMFD.CPY".
           05  FILLER   PIC X(14)  VALUE "BANKMSL.CPY".
           05  FILLER   PIC X(14)  VALUE "BANKMFD.CPY".
           05  FILLER   PIC X(14)  VALUE "ACCTMSL.CPY".
           05  FILLER   PIC X(14)  VALUE "ACCTMFD.CPY".
           05  FILLER   PIC X(14)  VALUE "INVRSL.CPY".
           05  FILLER   PIC X(14)  VALUE "INVRFD.CPY".
           05  FILLER   PIC X(14)  VALUE "INVDSL.CPY".
           05  FILLER   PIC X(14)  VALUE "INVDFD.CPY".
           05  FILLER   PIC X(14)  VALUE "TXNJSL.CPY".
           05  FILLER   PIC X(14)  VALUE "TXNJFD.CPY".
           05  FILLER   PIC X(14)  VALUE "RCPRSL.CPY".
           05  FILLER   PIC X(14)  VALUE "RCPRFD.CPY".
           05  FILLER   PIC X(14)  VALUE "POSTMSL.CPY".
           05  FILLER   PIC X(14)  VALUE "POSTMFD.CPY".
           05  FILLER   PIC X(14)  VALUE "NAMDSL.CPY".
           05  FILLER   PIC X(14)  VALUE "NAMDFD.CPY".
           05  FILLER   PIC X(14)  VALUE "KJVSL.CPY".
           05  FILLER   PIC X(14)  VALUE "KJVFD.CPY".
           05  FILLER   PIC X(14)  VALUE "WLSSL.CPY".
           05  FILLER   PIC X(14)  VALUE "WLSFD.CPY".
           05  FILLER   PIC X(14)  VALUE "WLRSL.CPY".
           05  FILLER   PIC X(14)  VALUE "WLRFD.CPY".
           05  FILLER   PIC X(14)  VALUE "MRGCSL.CPY".
           05  FILLER   PIC X(14)  VALUE "MRGCFD.CPY".
           05  FILLER   PIC X(14)  VALUE "CXRSL.CPY".
           05  FILLER   PIC X(14)  VALUE "CXRFD.CPY".
           05  FILLER   PIC X(14)  VALUE "ACTVSL.CPY".
           05  FILLER   PIC X(14)  VALUE "ACTVFD.CPY".
           05  FILLER   PIC X(14)  VALUE "DRMFSL.CPY".
           05  FILLER   PIC X(14)  VALUE "DRMFFD.CPY".
           05  FILLER   PIC X(14)  VALUE "DHLDSL.CPY".
           05  FILLER   PIC X(14)  VALUE "DHLDFD.CPY".
           05  FILLER   PIC X(14)  VALUE "TRUNSL.CPY".
           05  FILLER   PIC X(14)  VALUE "TRUNFD.CPY".
           05  FILLER   PIC X(14)  VALUE "SUSPSL.CPY".
           05  FILLER   PIC X(14)  VALUE "SUSPFD.CPY".
           05  FILLER   PIC X(14)  VALUE "PENDSL.CPY".
           05  FILLER   PIC X(14)  VALUE "PENDFD.CPY".
           05  FILLER   PIC X(14)  VALUE "PRDSL.CPY".
           05  FILLER   PIC X(14)  VALUE "PRDFD.CPY".
           05  FILLER   PIC X(14)  VALUE "CNFSL.CPY".
           05  FILLER   PIC X(14)  VALUE "CNFFD.CPY".
           05  FILLER   PIC X(14)  VALUE "VNDSL.CPY".
           05  FILLER   PIC X(14)  VALUE "VNDFD.CPY".
           05  FILLER   PIC X(14)  VALUE "VNCSL.CPY".
           05  FILLER   PIC X(14)  VALUE "VNCFD.CPY".
           05  FILLER   PIC X(14)  VALUE "ADRVSL.CPY".
           05  FILLER   PIC X(14)  VALUE "ADRVFD.CPY".
           05  FILLER   PIC X(14)  VALUE "SPRSL.CPY".
           05  FILLER   PIC X(14)  VALUE "SPRFD.CPY".
           05  FILLER   PIC X(14)  VALUE "SPMSL.CPY".
           05  FILLER   PIC X(14)  VALUE "SPMFD.CPY".
           05  FILLER   PIC X(14)  VALUE "SPECTAB.CPY".
           05  FILLER   PIC X(14)  VALUE "BLDRSL.CPY".
           05  FILLER   PIC X(14)  VALUE "BLDRFD.CPY".
           05  FILLER   PIC X(14)  VALUE "BLDRWS.CPY".
           05  FILLER   PIC X(14)  VALUE "BLDRPRC.CPY".
           05  FILLER   PIC X(14)  VALUE "SGNLSL.CPY".
           05  FILLER   PIC X(14)  VALUE "SGNLFD.CPY".
           05  FILLER   PIC X(14)  VALUE "VDEFSL.CPY".
           05  FILLER   PIC X(14)  VALUE "VDEFFD.CPY".
           05  FILLER   PIC X(14)  VALUE "NGWSL.CPY".
           05  FILLER   PIC X(14)  VALUE "NGWFD.CPY".
           05  FILLER   PIC X(14)  VALUE "HOLPARM.CPY".
           05  FILLER   PIC X(14)  VALUE "JCPARM.CPY".
           05  FILLER   PIC X(14)  VALUE "RBPARM.CPY".
           05  FILLER   PIC X(14)  VALUE "INTQSL.CPY".
           05  FILLER   PIC X(14)  VALUE "INTQFD.CPY".
       01  WK-CPY-TABLE  REDEFINES WK-CPY-TABLE-DEF.
           05  WK-CPY-NAME  PIC X(14)  OCCURS 89 TIMES
                                        INDEXED BY IDX-CPY.
       01  WK-CPY-COUNT   PIC 9(03)  COMP  VALUE 89.
      *
       01  WK-LINE-NO         PIC 9(05).
       01  WK-COL             PIC 9(03)  COMP.
