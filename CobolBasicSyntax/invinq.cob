*> coboltuttable writes: fetch one invoice by its number (shown on
*> screen and reprinted to InvReprint.rpt so it can go in the post),
*> or list every invoice on file for a customer when the caller
*> only knows who they are. The header shows whether the goods
*> went out and, from the driver's returns vanroute logs on
*> pod.dat, whether they arrived and who signed for them. An
*> order cancelled through ordamend.cob shows as CANCELLED, with
*> the reason given from ordamend.log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           RECORD KEY IS ArcKey
           FILE STATUS IS InvArchStatus.

       SELECT OPTIONAL PodFile ASSIGN TO "pod.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PodStatus.

       SELECT OPTIONAL AmendLog ASSIGN TO "ordamend.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AmendLogStatus.

       SELECT ReprintFile ASSIGN TO "InvReprint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

           03 InvHdrDate PIC 9(8).
           03 InvTotal PIC S9(5)V99.
           03 InvSalespId PIC X(3).
          *> Set to S by dispatch.cob when the warehouse confirms the
          *> goods went out, then D (delivered) or R (refused) by
          *> vanroute.cob, the date going with it.
           03 InvShipFlag PIC X.
           03 InvShipDate PIC 9(8).
           03 FILLER PIC X(8).
           03 MEmailAddr  PIC X(30).
       02 MCreditLimit PIC 9(5)V99.
       02 MCurrencyCode PIC X(3).
       02 MTermsCode PIC X(4).
       02 MParentId PIC 9(5).
       02 MConsentPost PIC X.
       02 MConsentPostDate PIC 9(8).
       02 MConsentEmail PIC X.
       02 MConsentEmailDate PIC 9(8).
       02 MConsentPhone PIC X.
       02 MConsentPhoneDate PIC 9(8).

FD InvArchive.
*> Kept in step with the InvArchRec layout invarch.cob writes -
           03 ArcLExtPrice PIC 9(5)V99.
           03 FILLER PIC X(9).

FD PodFile.
*> Kept in step with the PodRec layout vanroute.cob writes.
01 PodRec.
       02 PdInvoiceNum PIC 9(6).
       02 FILLER PIC X.
       02 PdCustId PIC 9(5).
       02 FILLER PIC X.
       02 PdOutcome PIC X.
       02 FILLER PIC X.
       02 PdDate PIC 9(8).
       02 FILLER PIC X.
       02 PdSignedBy PIC X(20).
       02 FILLER PIC X.
       02 PdShipDate PIC 9(8).
       02 FILLER PIC X.
       02 PdOperator PIC X(20).

FD AmendLog.
*> Kept in step with the AmendLogRec layout ordamend.cob writes.
01 AmendLogRec.
       02 AlgDate PIC 9(8).
       02 FILLER PIC X.
       02 AlgTime PIC 9(6).
       02 FILLER PIC X.
       02 AlgInvNum PIC 9(6).
       02 FILLER PIC X.
       02 AlgAction PIC X(5).
       02 FILLER PIC X.
       02 AlgProdCode PIC X(5).
       02 FILLER PIC X.
       02 AlgSize PIC X.
       02 FILLER PIC X.
       02 AlgOldQty PIC 9(3).
       02 FILLER PIC X.
       02 AlgNewQty PIC 9(3).
       02 FILLER PIC X.
       02 AlgOldAmt PIC 9(5)V99.
       02 FILLER PIC X.
       02 AlgNewAmt PIC 9(5)V99.
       02 FILLER PIC X.
       02 AlgOperator PIC X(20).
       02 FILLER PIC X.
       02 AlgReason PIC X(30).

FD ReprintFile.
01 ReprintLine PIC X(70).

01 DisplayBuffer PIC X(70).
01 InvArchStatus PIC XX.
01 ArcEOF PIC X.
*> The latest driver's return on pod.dat for the invoice shown.
01 PodStatus PIC XX.
01 PodEOF PIC X.
01 PodFound PIC X.
01 LastOutcome PIC X.
01 LastPodDate PIC 9(8).
01 LastSignedBy PIC X(20).
*> The reason on the VOID row ordamend.log holds for the invoice.
01 AmendLogStatus PIC XX.
01 AmendEOF PIC X.
01 VoidReason PIC X(30).

PROCEDURE DIVISION.
StartPara.
       DISPLAY DisplayBuffer.
       MOVE DisplayBuffer TO ReprintLine.
       WRITE ReprintLine.
       PERFORM FindLastPod.
       MOVE SPACES TO DisplayBuffer.
       EVALUATE InvShipFlag
           WHEN 'S'
               STRING "  SHIPPED on " InvShipDate DELIMITED BY SIZE
                   " - not yet delivered" DELIMITED BY SIZE
                   INTO DisplayBuffer
               END-STRING
           WHEN 'D'
               STRING "  DELIVERED on " InvShipDate DELIMITED BY SIZE
                   " signed for by " LastSignedBy DELIMITED BY SIZE
                   INTO DisplayBuffer
               END-STRING
           WHEN 'R'
               STRING "  REFUSED on " InvShipDate DELIMITED BY SIZE
                   " by " LastSignedBy DELIMITED BY SIZE
                   INTO DisplayBuffer
               END-STRING
           WHEN 'V'
               PERFORM FindVoidReason
               STRING "  CANCELLED on " InvShipDate DELIMITED BY SIZE
                   " - " VoidReason DELIMITED BY SIZE
                   INTO DisplayBuffer
               END-STRING
           WHEN OTHER
               MOVE "  NOT YET SHIPPED" TO DisplayBuffer
       END-EVALUATE.
       DISPLAY DisplayBuffer.
       MOVE DisplayBuffer TO ReprintLine.
       WRITE ReprintLine.
       IF InvShipFlag = 'S' AND PodFound = 'Y' AND LastOutcome = 'N'
           MOVE SPACES TO DisplayBuffer
           STRING "  Nobody home on " LastPodDate DELIMITED BY SIZE
               " - carried to the next van run" DELIMITED BY SIZE
               INTO DisplayBuffer
           END-STRING
           DISPLAY DisplayBuffer
           MOVE DisplayBuffer TO ReprintLine
           WRITE ReprintLine
       END-IF.

*> pod.dat is appended in the order returns are keyed, so the last
*> record for the invoice is the one that stands.
FindLastPod.
       MOVE 'N' TO PodFound.
       MOVE SPACES TO LastOutcome.
       MOVE SPACES TO LastSignedBy.
       MOVE 0 TO LastPodDate.
       MOVE 'N' TO PodEOF.
       OPEN INPUT PodFile.
       IF PodStatus = "35"
           MOVE 'Y' TO PodEOF
       END-IF.
       PERFORM CheckOnePodRec UNTIL PodEOF = 'Y'.
       IF PodStatus NOT = "35"
           CLOSE PodFile
       END-IF.

CheckOnePodRec.
       READ PodFile
           AT END MOVE 'Y' TO PodEOF
           NOT AT END
               IF PdInvoiceNum = InvoiceNum
                   MOVE 'Y' TO PodFound
                   MOVE PdOutcome TO LastOutcome
                   MOVE PdDate TO LastPodDate
                   MOVE PdSignedBy TO LastSignedBy
               END-IF
       END-READ.

FindVoidReason.
       MOVE SPACES TO VoidReason.
       MOVE 'N' TO AmendEOF.
       OPEN INPUT AmendLog.
       IF AmendLogStatus = "35"
           MOVE 'Y' TO AmendEOF
       END-IF.
       PERFORM CheckOneAmendRec UNTIL AmendEOF = 'Y'.
       IF AmendLogStatus NOT = "35"
           CLOSE AmendLog
       END-IF.

CheckOneAmendRec.
       READ AmendLog
           AT END MOVE 'Y' TO AmendEOF
           NOT AT END
               IF AlgInvNum = InvoiceNum AND AlgAction = "VOID "
                   MOVE AlgReason TO VoidReason
               END-IF
       END-READ.

ShowInvoiceLines.
       MOVE 'N' TO WSEOF.
