//CLIFILE    DD DSN=HERC01.CLIENTE.MASTER,DISP=SHR
//CLIJRNL    DD DSN=HERC01.CLIENTE.JORNAL,DISP=SHR
//           DD DSN=HERC01.CLIENTE.JORNAL.ARQUIVO(0),DISP=SHR
//CLICONS    DD DSN=HERC01.CLIENTE.CONSENTIMENTO,DISP=SHR
//CONHIST    DD DSN=HERC01.CLIENTE.CONSENT.HIST,DISP=SHR
//P043PAR    DD DSN=HERC01.PROG043.PARM,DISP=SHR
//P043SAI    DD DSN=HERC01.PROG043.SAIDA(+1),
//              DISP=(NEW,CATLG,DELETE),
