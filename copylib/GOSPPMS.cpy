      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPPMS - symbolic map for the adjustment approval screen     *
      *           (mapset GOSPPMS, map GOSPPW), as generated from the *
      *           BMS source with TIOAPFX=YES.  Kept in the copybook  *
      *           library so the map layout is versioned alongside    *
      *           the program that uses it - regenerate whenever the  *
      *           BMS source changes.                                  *
      *****************************************************************
       01  GOSPPWI.
           02  FILLER                         PIC X(12).
           02  CORRL                          PIC S9(4) COMP.
           02  CORRF                          PIC X(01).
           02  FILLER REDEFINES CORRF.
               03  CORRA                      PIC X(01).
           02  CORRI                          PIC X(16).
           02  PSTATL                         PIC S9(4) COMP.
           02  PSTATF                         PIC X(01).
           02  FILLER REDEFINES PSTATF.
               03  PSTATA                     PIC X(01).
           02  PSTATI                         PIC X(12).
           02  ORIGUL                         PIC S9(4) COMP.
           02  ORIGUF                         PIC X(01).
           02  FILLER REDEFINES ORIGUF.
               03  ORIGUA                     PIC X(01).
           02  ORIGUI                         PIC X(08).
           02  ORIGTL                         PIC S9(4) COMP.
           02  ORIGTF                         PIC X(01).
           02  FILLER REDEFINES ORIGTF.
               03  ORIGTA                     PIC X(01).
           02  ORIGTI                         PIC X(04).
           02  RAISEDL                        PIC S9(4) COMP.
           02  RAISEDF                        PIC X(01).
           02  FILLER REDEFINES RAISEDF.
               03  RAISEDA                    PIC X(01).
           02  RAISEDI                        PIC X(19).
           02  CUSTL                          PIC S9(4) COMP.
           02  CUSTF                          PIC X(01).
           02  FILLER REDEFINES CUSTF.
               03  CUSTA                      PIC X(01).
           02  CUSTI                          PIC X(10).
           02  ORDRL                          PIC S9(4) COMP.
           02  ORDRF                          PIC X(01).
           02  FILLER REDEFINES ORDRF.
               03  ORDRA                      PIC X(01).
           02  ORDRI                          PIC X(10).
           02  AMTL                           PIC S9(4) COMP.
           02  AMTF                           PIC X(01).
           02  FILLER REDEFINES AMTF.
               03  AMTA                       PIC X(01).
           02  AMTI                           PIC X(14).
           02  TDATEL                         PIC S9(4) COMP.
           02  TDATEF                         PIC X(01).
           02  FILLER REDEFINES TDATEF.
               03  TDATEA                     PIC X(01).
           02  TDATEI                         PIC X(10).
           02  LIMITL                         PIC S9(4) COMP.
           02  LIMITF                         PIC X(01).
           02  FILLER REDEFINES LIMITF.
               03  LIMITA                     PIC X(01).
           02  LIMITI                         PIC X(14).
           02  DECNL                          PIC S9(4) COMP.
           02  DECNF                          PIC X(01).
           02  FILLER REDEFINES DECNF.
               03  DECNA                      PIC X(01).
           02  DECNI                          PIC X(01).
           02  CMNTL                          PIC S9(4) COMP.
           02  CMNTF                          PIC X(01).
           02  FILLER REDEFINES CMNTF.
               03  CMNTA                      PIC X(01).
           02  CMNTI                          PIC X(40).
           02  DECUL                          PIC S9(4) COMP.
           02  DECUF                          PIC X(01).
           02  FILLER REDEFINES DECUF.
               03  DECUA                      PIC X(01).
           02  DECUI                          PIC X(08).
           02  DECDTL                         PIC S9(4) COMP.
           02  DECDTF                         PIC X(01).
           02  FILLER REDEFINES DECDTF.
               03  DECDTA                     PIC X(01).
           02  DECDTI                         PIC X(19).
           02  RSLTL                          PIC S9(4) COMP.
           02  RSLTF                          PIC X(01).
           02  FILLER REDEFINES RSLTF.
               03  RSLTA                      PIC X(01).
           02  RSLTI                          PIC X(04).
           02  PMSGL                          PIC S9(4) COMP.
           02  PMSGF                          PIC X(01).
           02  FILLER REDEFINES PMSGF.
               03  PMSGA                      PIC X(01).
           02  PMSGI                          PIC X(79).
       01  GOSPPWO REDEFINES GOSPPWI.
           02  FILLER                         PIC X(12).
           02  FILLER                         PIC X(03).
           02  CORRO                          PIC X(16).
           02  FILLER                         PIC X(03).
           02  PSTATO                         PIC X(12).
           02  FILLER                         PIC X(03).
           02  ORIGUO                         PIC X(08).
           02  FILLER                         PIC X(03).
           02  ORIGTO                         PIC X(04).
           02  FILLER                         PIC X(03).
           02  RAISEDO                        PIC X(19).
           02  FILLER                         PIC X(03).
           02  CUSTO                          PIC X(10).
           02  FILLER                         PIC X(03).
           02  ORDRO                          PIC X(10).
           02  FILLER                         PIC X(03).
           02  AMTO                           PIC X(14).
           02  FILLER                         PIC X(03).
           02  TDATEO                         PIC X(10).
           02  FILLER                         PIC X(03).
           02  LIMITO                         PIC X(14).
           02  FILLER                         PIC X(03).
           02  DECNO                          PIC X(01).
           02  FILLER                         PIC X(03).
           02  CMNTO                          PIC X(40).
           02  FILLER                         PIC X(03).
           02  DECUO                          PIC X(08).
           02  FILLER                         PIC X(03).
           02  DECDTO                         PIC X(19).
           02  FILLER                         PIC X(03).
           02  RSLTO                          PIC X(04).
           02  FILLER                         PIC X(03).
           02  PMSGO                          PIC X(79).
