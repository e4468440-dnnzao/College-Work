009200 01 EXTRA04-REGISTRO       PIC X(046).
009300
009400 FD SELHI01
009500     RECORD CONTAINS 069 CHARACTERS
009600     BLOCK CONTAINS 0 RECORDS
009700     RECORDING MODE F.
009800 01 SELHI01-REGISTRO       PIC X(069).
009900 FD SELHI02
010000     RECORD CONTAINS 069 CHARACTERS
010100     BLOCK CONTAINS 0 RECORDS
010200     RECORDING MODE F.
010300 01 SELHI02-REGISTRO       PIC X(069).
010400 FD SELHI03
010500     RECORD CONTAINS 069 CHARACTERS
010600     BLOCK CONTAINS 0 RECORDS
010700     RECORDING MODE F.
010800 01 SELHI03-REGISTRO       PIC X(069).
010900 FD SELHI04
011000     RECORD CONTAINS 069 CHARACTERS
011100     BLOCK CONTAINS 0 RECORDS
011200     RECORDING MODE F.
011300 01 SELHI04-REGISTRO       PIC X(069).
011400
011500 FD CNTB01
011600     RECORD CONTAINS 080 CHARACTERS
014000 01 EXTRATO-REGISTRO       PIC X(046).
014100
014200 FD SELHIST
014300     RECORD CONTAINS 069 CHARACTERS
014400     BLOCK CONTAINS 0 RECORDS
014500     RECORDING MODE F.
014600 01 SELHIST-REGISTRO       PIC X(069).
014700
014800 FD CONTABIL
014900     RECORD CONTAINS 080 CHARACTERS
048100     IF WS-FIM-INST = 'S'
048200     ,  GO                          TO COPIA-SELHI-REG-FIM
048300     END-IF.
048400     WRITE SELHIST-REGISTRO       FROM WS-REG-COMUM(1:69).
048500     ADD 1                          TO WS-CONT-INST
048600                                       WS-CONT-SELHIST.
048700 COPIA-SELHI-REG-FIM. EXIT.
