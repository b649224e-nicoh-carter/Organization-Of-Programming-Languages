002670*                     NETTED OUT AND NO LONGER PAGES THE
002680*                     OPERATOR; ONLY AN UNEXPLAINED REMAINDER
002690*                     BREAKS THE DAY.
002691*    10/15/26   JM    GLINTF REVENUE LINES ARE NOW PICKED OUT BY
002692*                     THEIR LINE ROLE RATHER THAN BY THE OLD
002693*                     HARD-CODED SALES AND RETURNS ACCOUNTS,
002694*                     SINCE THE SORT RUN NOW MAPS ACCOUNTS BY
002695*                     BRANCH AND CATEGORY OFF GLMAP.  THE AR
002696*                     CONTROL LINES ARE TOTALED SEPARATELY, THE
002697*                     DEBIT AND CREDIT SIDES ARE RE-ADDED, AND
002698*                     THE TRAILER'S DEBIT AND CREDIT TOTALS MUST
002699*                     PROVE AGAINST THEM AND AGAINST EACH OTHER.
002700*****************************************************************
002800* ENVIRONMENT DIVISION.                                         *
002900*****************************************************************
011900 01  WS-GL-ABS-AMOUNT            PIC 9(09)V99    VALUE ZERO.
012000 01  WS-GL-TRAILER-SWITCH        PIC X(01)       VALUE "N".
012100     88  WS-GL-TRAILER-SEEN                VALUE "Y".
012200 01  WS-GL-AR-COUNT              PIC 9(07)       VALUE ZERO.
012210 01  WS-GL-AR-NET                PIC S9(11)V99   VALUE ZERO.
012220 01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99    VALUE ZERO.
012300 01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99    VALUE ZERO.
012400*-----------------------------------------------------------------
012500*    RECONCILIATION VERDICT WORKING FIELDS
012600*-----------------------------------------------------------------
013600 01  WS-RPT-AMT2-EDIT            PIC -ZZZZZZZZ9.99.
013700 01  WS-RPT-DIFF-EDIT            PIC -ZZZZZZZZ9.99.
013800 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
013810 01  WS-RPT-DC-EDIT              PIC ZZZZZZZZZZZZ9.99.
013820 01  WS-RPT-DC2-EDIT             PIC ZZZZZZZZZZZZ9.99.
013900*****************************************************************
014000* PROCEDURE DIVISION.                                           *
014100*****************************************************************
024300     EXIT.
024400*-----------------------------------------------------------------
024500*    4000-READ-GL-EXTRACT - RE-ADD THE GLINTF DETAIL LINES.  THE
024600*    REVENUE LINES (SALES AND RETURNS, WHATEVER ACCOUNTS GLMAP
024700*    SENT THEM TO) ARE NETTED FOR THE COMPARISON AGAINST THE SORT
024800*    TOTAL; THE AR CONTROL LINES AND ANY OTHER LINES (TAX AND
024810*    THE LIKE) ARE SHOWN SEPARATELY.  THE TRAILER'S RECORD COUNT,
024900*    HASH TOTAL AND DEBIT AND CREDIT TOTALS ARE PROVED AGAINST
025000*    WHAT WAS ACTUALLY ON THE FILE, AND THE TWO SIDES MUST AGREE.
025100*-----------------------------------------------------------------
025200 4000-READ-GL-EXTRACT.
025300     OPEN INPUT GL-INTERFACE.
028400                 MOVE GLI-AMOUNT TO WS-GL-ABS-AMOUNT
028500             END-IF
028600             ADD WS-GL-ABS-AMOUNT TO WS-GL-HASH-TOTAL
028610             IF GLI-DEBIT
028620                 ADD WS-GL-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
028630             ELSE
028640                 ADD WS-GL-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL
028650             END-IF
028700             EVALUATE TRUE
028800                 WHEN GLI-REVENUE-LINE
029100                     ADD 1 TO WS-GL-REVENUE-COUNT
029200                     ADD GLI-AMOUNT TO WS-GL-REVENUE-NET
029250                 WHEN GLI-AR-CONTROL-LINE
029260                     ADD 1 TO WS-GL-AR-COUNT
029270                     ADD GLI-AMOUNT TO WS-GL-AR-NET
029300                 WHEN OTHER
029400                     ADD 1 TO WS-GL-OTHER-COUNT
029500                     ADD GLI-AMOUNT TO WS-GL-OTHER-NET
029600             END-EVALUATE
029700         WHEN GLI-TRAILER-RECORD
029800             SET WS-GL-TRAILER-SEEN TO TRUE
029900             IF GLI-RECORD-COUNT IS NOT EQUAL TO
031200                 MOVE WS-PRINT-LINE TO RECON-RPT-RECORD
031300                 WRITE RECON-RPT-RECORD
031400             END-IF
031410             IF GLI-DEBIT-TOTAL IS NOT EQUAL TO WS-GL-DEBIT-TOTAL
031420                     OR GLI-CREDIT-TOTAL IS NOT EQUAL TO
031430                         WS-GL-CREDIT-TOTAL
031440                     OR GLI-DEBIT-TOTAL IS NOT EQUAL TO
031450                         GLI-CREDIT-TOTAL
031460                 ADD 1 TO WS-BREAK-COUNT
031470                 PERFORM 4200-PRINT-DC-BREAK THRU 4200-EXIT
031480             END-IF
031500     END-EVALUATE.
031600 4100-EXIT.
031700     EXIT.
031702*-----------------------------------------------------------------
031704*    4200-PRINT-DC-BREAK - THE TRAILER'S DEBIT AND CREDIT TOTALS
031706*    BESIDE WHAT THE DETAIL LINES ACTUALLY ADD UP TO, FOR A FILE
031708*    THAT DOES NOT BALANCE OR WHOSE TRAILER DOES NOT PROVE.
031710*-----------------------------------------------------------------
031712 4200-PRINT-DC-BREAK.
031714     MOVE SPACES TO WS-PRINT-LINE.
031716     MOVE GLI-DEBIT-TOTAL TO WS-RPT-DC-EDIT.
031718     MOVE GLI-CREDIT-TOTAL TO WS-RPT-DC2-EDIT.
031720     STRING "  GLINTF TRAILER DEBITS " DELIMITED BY SIZE
031722         WS-RPT-DC-EDIT DELIMITED BY SIZE
031724         "  CREDITS " DELIMITED BY SIZE
031726         WS-RPT-DC2-EDIT DELIMITED BY SIZE
031728         " - DOES NOT BALANCE OR PROVE" DELIMITED BY SIZE
031730         INTO WS-PRINT-LINE
031732     END-STRING.
031734     MOVE WS-PRINT-LINE TO RECON-RPT-RECORD.
031736     WRITE RECON-RPT-RECORD.
031738     MOVE SPACES TO WS-PRINT-LINE.
031740     MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-DC-EDIT.
031742     MOVE WS-GL-CREDIT-TOTAL TO WS-RPT-DC2-EDIT.
031744     STRING "    DETAIL LINES DEBITS " DELIMITED BY SIZE
031746         WS-RPT-DC-EDIT DELIMITED BY SIZE
031748         "  CREDITS " DELIMITED BY SIZE
031750         WS-RPT-DC2-EDIT DELIMITED BY SIZE
031752         INTO WS-PRINT-LINE
031754     END-STRING.
031756     MOVE WS-PRINT-LINE TO RECON-RPT-RECORD.
031758     WRITE RECON-RPT-RECORD.
031760 4200-EXIT.
031762     EXIT.
031800*-----------------------------------------------------------------
031900*    5000-RECONCILE - LINE UP THE THREE SIDES AND WRITE THE
032000*    VERDICT.  EVERY BREAK PRINTS ITS OWN LINE WITH THE
048200     END-STRING.
048300     MOVE WS-PRINT-LINE TO RECON-RPT-RECORD.
048400     WRITE RECON-RPT-RECORD.
048410     MOVE SPACES TO WS-PRINT-LINE.
048420     MOVE WS-GL-AR-COUNT TO WS-RPT-COUNT-EDIT.
048430     MOVE WS-GL-AR-NET TO WS-RPT-AMT-EDIT.
048440     STRING "  GL AR CONTROL:       COUNT=" DELIMITED BY SIZE
048450         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
048460         "  NET=" DELIMITED BY SIZE
048470         WS-RPT-AMT-EDIT DELIMITED BY SIZE
048480         INTO WS-PRINT-LINE
048490     END-STRING.
048492     MOVE WS-PRINT-LINE TO RECON-RPT-RECORD.
048494     WRITE RECON-RPT-RECORD.
048500     IF WS-GL-OTHER-COUNT IS GREATER THAN ZERO
048600         MOVE SPACES TO WS-PRINT-LINE
048700         MOVE WS-GL-OTHER-COUNT TO WS-RPT-COUNT-EDIT
049800         MOVE WS-PRINT-LINE TO RECON-RPT-RECORD
049900         WRITE RECON-RPT-RECORD
050000     END-IF.
050010     MOVE SPACES TO WS-PRINT-LINE.
050020     MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-DC-EDIT.
050030     MOVE WS-GL-CREDIT-TOTAL TO WS-RPT-DC2-EDIT.
050040     STRING "  GL DEBITS=" DELIMITED BY SIZE
050050         WS-RPT-DC-EDIT DELIMITED BY SIZE
050060         "  GL CREDITS=" DELIMITED BY SIZE
050070         WS-RPT-DC2-EDIT DELIMITED BY SIZE
050080         INTO WS-PRINT-LINE
050090     END-STRING.
050092     MOVE WS-PRINT-LINE TO RECON-RPT-RECORD.
050094     WRITE RECON-RPT-RECORD.
050100 5100-EXIT.
050200     EXIT.
050300*-----------------------------------------------------------------
