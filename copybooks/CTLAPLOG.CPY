000010*---------------------------------------------------------------
000020* CTLAPLOG.CPY
000030* CONTROL-PARAMETER APPLY LOG - ONE RECORD EACH TIME CTL-APPLY
000040* PUTS A STAGED CTLPROP PROPOSAL ON ITS CONTROL FILE ('A'), OR
000050* CANNOT ('F' - A CHANGE TO A PARM CODE NO LONGER ON THE FILE).
000060* CTL-APPLY ONLY EVER APPENDS. ONCE THE NEW CONTROL FILES ARE
000070* CUT OVER, CTLAPPLY.JCL RUNS CTL-MAINT TO CLOSE THE MATCHING
000080* STAGED PROPOSALS AS APPLIED OR FAILED AND THEN DELETES THE LOG.
000090* A NIGHT THAT STOPS SHORT OF THE CUT-OVER LEAVES ITS PROPOSALS
000100* STAGED, AND THE NEXT NIGHT APPLIES THEM AGAIN - HARMLESS, AS
000110* EVERY APPLY SETS THE SAME VALUE OR REMOVES THE SAME CODE.
000120*---------------------------------------------------------------
000130 01  CTLAPLOG-RECORD.
000140     05  CAL-PROP-ID             PIC X(12).
000150     05  CAL-CTL-FILE            PIC X(08).
000160     05  CAL-PARM-CODE           PIC X(08).
000170     05  CAL-OUTCOME             PIC X(01).
000180         88  CAL-APPLIED         VALUE 'A'.
000190         88  CAL-FAILED          VALUE 'F'.
000200     05  CAL-BUS-DATE            PIC 9(08).
000210     05  CAL-RUN-DATE            PIC 9(08).
000220     05  CAL-RUN-TIME            PIC 9(08).
000230     05  CAL-REASON              PIC X(20).
000240     05  FILLER                  PIC X(07).
