*> jurisdiction - the split the tax columns dailysales adds up
*> can't make. Sales and invoices count forward, credit memos count
*> back out, and lines with no jurisdiction stamp (posted before
*> the field existed, or untaxed) report under the home "00". Sales
*> let go untaxed on a customer's exemption certificate carry the
*> certificate on the line and are reported in a section of their
*> own, totalled by exemption type, so the exempt sales the return
*> declares can be tied back to certificates on file. The return
*> goes to TaxRemit.rpt.
IDENTIFICATION DIVISION.
PROGRAM-ID. taxremit.

              03 JurTax PIC S9(10)V99.
01 TotTaxable PIC S9(11)V99 VALUE ZERO.
01 TotTax PIC S9(11)V99 VALUE ZERO.
*> One slot per exemption type seen in the period.
01 ExmCount PIC 9(2) VALUE ZERO.
01 ExmMax PIC 9(2) VALUE 10.
01 ExmSub PIC 9(2).
01 ExmHit PIC 9(2).
01 ExmTable.
       02 ExmEntry OCCURS 10 TIMES.
              03 ExmType PIC X(2).
              03 ExmLines PIC 9(7).
              03 ExmSales PIC S9(10)V99.
01 ExemptLinesUsed PIC 9(7) VALUE ZERO.
01 TotExempt PIC S9(11)V99 VALUE ZERO.
01 PageHeading.
       02 FILLER PIC X(26) VALUE "Sales Tax Remittance      ".
       02 FILLER PIC X(11) VALUE "  Run Date:".
       02 PrnTotTax PIC $$$,$$$,$$9.99-.
01 NoTaxLine PIC X(45) VALUE
       "No taxed transactions in the chosen period.".
01 ExemptHeads PIC X(60) VALUE
       "Exemption Type   Exempt Sales      Lines".
01 ExemptDetailLine.
       02 FILLER PIC X(5) VALUE SPACES.
       02 PrnExmType PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PrnExmName PIC X(10).
       02 PrnExmSales PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(3) VALUE SPACES.
       02 PrnExmLines PIC Z,ZZZ,ZZ9.
01 ExemptTotalLine.
       02 FILLER PIC X(18) VALUE "All exempt       :".
       02 PrnTotExempt PIC $$$,$$$,$$9.99-.
01 NoExemptLine PIC X(45) VALUE
       "No exempt sales in the chosen period.".
01 ReportFooting PIC X(20) VALUE "END OF REPORT".
       COPY "retcode.cpy".

           MOVE TotTax TO PrnTotTax
           WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
       END-IF.

       WRITE PrintLine FROM ExemptHeads AFTER ADVANCING 3 LINES.
       IF ExmCount = 0
           WRITE PrintLine FROM NoExemptLine AFTER ADVANCING 2 LINES
       ELSE
           PERFORM PrintOneExemptType
               VARYING ExmSub FROM 1 BY 1 UNTIL ExmSub > ExmCount
           MOVE TotExempt TO PrnTotExempt
           WRITE PrintLine FROM ExemptTotalLine AFTER ADVANCING 2 LINES
       END-IF.
       WRITE PrintLine FROM ReportFooting AFTER ADVANCING 2 LINES.
       CLOSE RemitReport.
       DISPLAY "Remittance return written to TaxRemit.rpt - "
           JurCount " jurisdictions from " LinesUsed " taxed lines, "
           ExemptLinesUsed " exempt lines.".
       IF JurCount = 0 AND ExmCount = 0
           MOVE RC-WARNING TO RETURN-CODE
       ELSE
           MOVE RC-SUCCESS TO RETURN-CODE

*> Only lines carrying tax move the return: sales and invoices
*> forward, credit memos back out. TranAmount is the taxed total,
*> so the taxable sale is the amount less its tax portion. A line
*> stamped with an exemption certificate carried no tax and goes
*> to the exempt section instead.
TallyOneTran.
       READ TranFile
           AT END MOVE "Y" TO TranEOF
           NOT AT END
               IF TranDate >= FromDate AND TranDate <= ToDate
                       AND (TranPurchase OR TranInvoice
                           OR TranCreditMemo)
                   IF TranExemptCert NOT = SPACES
                       ADD 1 TO ExemptLinesUsed
                       COMPUTE LineTaxable = TranAmount - TranTaxAmount
                       PERFORM AddToExemptSlot
                   ELSE
                       IF TranTaxAmount NOT = 0
                           ADD 1 TO LinesUsed
                           COMPUTE LineTaxable =
                               TranAmount - TranTaxAmount
                           PERFORM AddToJurSlot
                       END-IF
                   END-IF
               END-IF
       END-READ.

       ADD JurTaxable(JurSub) TO TotTaxable.
       ADD JurTax(JurSub) TO TotTax.
       WRITE PrintLine FROM RemitDetailLine AFTER ADVANCING 1 LINE.

AddToExemptSlot.
       MOVE 0 TO ExmHit.
       PERFORM ScanOneExemptSlot
           VARYING ExmSub FROM 1 BY 1
           UNTIL ExmSub > ExmCount OR ExmHit > 0.
       IF ExmHit = 0
           IF ExmCount < ExmMax
               ADD 1 TO ExmCount
               MOVE ExmCount TO ExmHit
               MOVE TranExemptType TO ExmType(ExmHit)
               MOVE 0 TO ExmLines(ExmHit)
               MOVE 0 TO ExmSales(ExmHit)
           ELSE
               MOVE ExmMax TO ExmHit
           END-IF
       END-IF.
       ADD 1 TO ExmLines(ExmHit).
       ADD LineTaxable TO ExmSales(ExmHit).

ScanOneExemptSlot.
       IF ExmType(ExmSub) = TranExemptType
           MOVE ExmSub TO ExmHit
       END-IF.

PrintOneExemptType.
       MOVE ExmType(ExmSub) TO PrnExmType.
       EVALUATE ExmType(ExmSub)
           WHEN "RS" MOVE "resale" TO PrnExmName
           WHEN "CH" MOVE "charity" TO PrnExmName
           WHEN "ED" MOVE "education" TO PrnExmName
           WHEN "GV" MOVE "government" TO PrnExmName
           WHEN OTHER MOVE "other" TO PrnExmName
       END-EVALUATE.
       MOVE ExmSales(ExmSub) TO PrnExmSales.
       MOVE ExmLines(ExmSub) TO PrnExmLines.
       ADD ExmSales(ExmSub) TO TotExempt.
       WRITE PrintLine FROM ExemptDetailLine AFTER ADVANCING 1 LINE.
