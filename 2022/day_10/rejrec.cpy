      *>    RJ05  NON-NUMERIC OR MISSING VALUE
      *>    RJ06  INVALID PACKED OPCODE CODE
      *>    RJ07  PACKED OPERAND NOT NUMERIC
      *>    RJ08  OPCODE NOT IN THE DEVICE FIRMWARE'S INSTRUCTION SET
      *>  The run date stamps the night the line rejected so the
      *>  DAY10RJA aging report can age outstanding rejects across
      *>  the retained generations; records archived before the
