      *>>
      *>> WSJOBSTREAM.cpy - Whether the step in hand was CALLed by the
      *>> JobStream driver rather than run by an operator at the
      *>> console. The steps take no parameters, since each is also
      *>> run on its own, so the driver says so in this EXTERNAL area
      *>> instead: it sets the flag before it runs the schedule and
      *>> clears it again afterwards, and a step that would otherwise
      *>> stop to ask the operator something takes the scheduled
      *>> answer while it is set. Spaces (or never set) means a run
      *>> by hand. COPY this into WORKING-STORAGE of both sides.
      *>>
       01  JOB-STREAM-FIELDS IS EXTERNAL.
           05  JOB-STREAM-FLAG             PIC X.
               88  JOB-STREAM-RUNNING          VALUE "Y".
